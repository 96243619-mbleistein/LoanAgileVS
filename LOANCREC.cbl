000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANCREC.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-12.
000600 DATE-COMPILED. 2026-09-12.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-12  LSG  Initial version. Daily cash-in versus      *
001000*               cash-applied reconciliation, the last step of  *
001100*               the payment chain (after LOANPOST, LOANSUSP,   *
001200*               LOANPHLD and LOANNSFR). Totals the three cash  *
001300*               feeds LOANPOST read - lockbox LOANPAYL, ACH    *
001400*               LOANPAYA and suspense releases LOANSUSREL -    *
001500*               and follows the money loan by loan:            *
001600*                 POSTING  - cash in equals the LOANPDSP       *
001700*                            dispositions written for it       *
001800*                 SUSPENSE - yesterday's held balance plus     *
001900*                            short-pay and unmatched intake,   *
002000*                            less tonight's releases, plus     *
002100*                            returned-item movements, equals   *
002200*                            the LOANSUSF balance now          *
002300*                 HISTORY  - yesterday's LOANPHIST cash plus   *
002400*                            applied and over-pay cash, plus   *
002500*                            returned-item movements, equals   *
002600*                            the LOANPHIST cash now            *
002700*               Yesterday's balances come from the LOANCRSO    *
002800*               snapshot this step wrote last night; tonight's *
002900*               are written to LOANCRSN. Any difference is     *
003000*               listed by stage and loan on LOANCRRP and ends  *
003100*               the step with return code 8.                   *
003101*  2026-09-14  LSG  Loans boarded tonight by LOANBORD bring    *
003102*               their seeded history and suspense with them on *
003103*               LOANBRDA; both roll-forwards take them in as   *
003104*               opening balances.                              *
003105*  2026-10-05  LSG  The inputs are matched sequentially on     *
003106*               loan number instead of being gathered into a   *
003107*               9000-loan table, so the size of the book no    *
003108*               longer limits the proof. An input found out of *
003109*               loan order stops the step with return code 16. *
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
004300     SELECT LOANPAYL ASSIGN TO "LOANPAYL"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-PAYL-STATUS.
004600     SELECT LOANPAYA ASSIGN TO "LOANPAYA"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-PAYA-STATUS.
004900     SELECT LOANSUSREL ASSIGN TO "LOANSUSREL"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-SREL-STATUS.
005200     SELECT LOANPDSP ASSIGN TO "LOANPDSP"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-DSP-STATUS.
005500     SELECT LOANSUSRLN ASSIGN TO "LOANSUSRLN"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-SRLN-STATUS.
005800     SELECT LOANNSFA ASSIGN TO "LOANNSFA"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-NSFA-STATUS.
006001     SELECT LOANBRDA ASSIGN TO "LOANBRDA"
006002         ORGANIZATION IS SEQUENTIAL
006003         FILE STATUS IS WS-BRDA-STATUS.
006100     SELECT LOANSUSF ASSIGN TO "LOANSUSF"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS SEQUENTIAL
006400         RECORD KEY IS SU-LOAN-NUMBER
006500         FILE STATUS IS WS-SUSF-STATUS.
006600     SELECT LOANPHIST ASSIGN TO "LOANPHIST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS PH-KEY
007000         FILE STATUS IS WS-PHST-STATUS.
007100     SELECT LOANCRSO ASSIGN TO "LOANCRSO"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-CRSO-STATUS.
007400     SELECT LOANCRSN ASSIGN TO "LOANCRSN"
007500         ORGANIZATION IS SEQUENTIAL.
007600     SELECT LOANCRRP ASSIGN TO "LOANCRRP"
007700         ORGANIZATION IS SEQUENTIAL.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100*--------------------------------------------------------------*
008200* LOANPARM - THE RUN-CONTROL RECORD LOANBATCH RAN UNDER; THE   *
008300*    BUSINESS DATE IS WHAT THE CYCLE VERIFY PROVES AGAINST     *
008400*--------------------------------------------------------------*
008500 FD  LOANPARM
008600     RECORDING MODE IS F.
008700 01  LOANPARM-RECORD.
008800     05 PR-BUSINESS-DATE         PIC 9(08).
008900     05 PR-RUN-ID                PIC X(08).
009000     05 PR-OPT-SKED-ONLY         PIC X(01).
009100     05 PR-OPT-SKIP-DELQ         PIC X(01).
009200     05 PR-OPT-FULL-RUN          PIC X(01).
009300     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
009400     05 PR-GENERATIONS-KEPT      PIC 9(02).
009500
009600*--------------------------------------------------------------*
009700* LOANPAYL - LOCKBOX CASH WRITTEN BY LOANLBX                   *
009800*--------------------------------------------------------------*
009900 FD  LOANPAYL
010000     RECORDING MODE IS F.
010100 01  LOANPAYL-RECORD.
010200     05 PL-LOAN-NUMBER           PIC X(10).
010300     05 PL-DATE-RECEIVED         PIC 9(08).
010400     05 PL-AMOUNT                PIC S9(7)V99   COMP-3.
010500
010600*--------------------------------------------------------------*
010700* LOANPAYA - ACH DRAFTS WRITTEN BY LOANACHR                    *
010800*--------------------------------------------------------------*
010900 FD  LOANPAYA
011000     RECORDING MODE IS F.
011100 01  LOANPAYA-RECORD.
011200     05 PA-LOAN-NUMBER           PIC X(10).
011300     05 PA-DATE-RECEIVED         PIC 9(08).
011400     05 PA-AMOUNT                PIC S9(7)V99   COMP-3.
011500
011600*--------------------------------------------------------------*
011700* LOANSUSREL - THE SUSPENSE RELEASES LOANPOST READ TONIGHT,    *
011800*              WRITTEN BY LOANSUSP THE NIGHT BEFORE            *
011900*--------------------------------------------------------------*
012000 FD  LOANSUSREL
012100     RECORDING MODE IS F.
012200 01  LOANSUSREL-RECORD.
012300     05 RL-LOAN-NUMBER           PIC X(10).
012400     05 RL-DATE-RECEIVED         PIC 9(08).
012500     05 RL-AMOUNT                PIC S9(7)V99   COMP-3.
012600
012700*--------------------------------------------------------------*
012800* LOANPDSP - ONE DISPOSITION PER PAYMENT RECEIVED, WRITTEN BY  *
012900*            LOANPOST                                          *
013000*--------------------------------------------------------------*
013100 FD  LOANPDSP
013200     RECORDING MODE IS F.
013300 01  LOANPDSP-RECORD.
013400     05 PD-LOAN-NUMBER           PIC X(10).
013500     05 PD-SCHED-MONTH           PIC 9(04).
013600     05 PD-DATE-RECEIVED         PIC 9(08).
013700     05 PD-AMOUNT-RECEIVED       PIC S9(7)V99   COMP-3.
013800     05 PD-AMOUNT-SCHEDULED      PIC S9(7)V99   COMP-3.
013900     05 PD-DISPOSITION           PIC X(01).
014000         88 PD-APPLIED                           VALUE "A".
014100         88 PD-SHORT-PAY                         VALUE "S".
014200         88 PD-OVER-PAY                          VALUE "O".
014300         88 PD-UNMATCHED                         VALUE "U".
014400
014500*--------------------------------------------------------------*
014600* LOANSUSRLN - THE RELEASES LOANSUSP WROTE TONIGHT FOR         *
014700*              TOMORROW'S LOANPOST, IN THE LOANSUSREL LAYOUT   *
014800*--------------------------------------------------------------*
014900 FD  LOANSUSRLN
015000     RECORDING MODE IS F.
015100 01  LOANSUSRLN-RECORD.
015200     05 RN-LOAN-NUMBER           PIC X(10).
015300     05 RN-DATE-RECEIVED         PIC 9(08).
015400     05 RN-AMOUNT                PIC S9(7)V99   COMP-3.
015500
015600*--------------------------------------------------------------*
015700* LOANNSFA - RETURNED-ITEM MOVEMENTS WRITTEN BY LOANNSFR       *
015800*--------------------------------------------------------------*
015900 FD  LOANNSFA
016000     RECORDING MODE IS F.
016100 01  LOANNSFA-RECORD.
016200     05 NF-LOAN-NUMBER           PIC X(10).
016300     05 NF-HIST-CHANGE           PIC S9(7)V99   COMP-3.
016400     05 NF-SUSP-CHANGE           PIC S9(7)V99   COMP-3.
016500
016600*--------------------------------------------------------------*
016601* LOANBRDA - OPENING HISTORY AND SUSPENSE OF LOANS BOARDED BY  *
016602*            LOANBORD, SORTED BY LOAN NUMBER AHEAD OF THIS STEP*
016603*--------------------------------------------------------------*
016604 FD  LOANBRDA
016605     RECORDING MODE IS F.
016606 01  LOANBRDA-RECORD.
016607     05 BA-LOAN-NUMBER           PIC X(10).
016608     05 BA-HIST-CHANGE           PIC S9(9)V99   COMP-3.
016609     05 BA-SUSP-CHANGE           PIC S9(7)V99   COMP-3.
016610
016611*--------------------------------------------------------------*
016700* LOANSUSF - SUSPENSE FILE, ONE ROW PER LOAN WITH HELD CASH    *
016800*--------------------------------------------------------------*
016900 FD  LOANSUSF
017000     RECORDING MODE IS F.
017100 01  LOANSUSF-RECORD.
017200     05 SU-LOAN-NUMBER           PIC X(10).
017300     05 SU-HELD-AMOUNT           PIC S9(7)V99   COMP-3.
017400     05 SU-SCHED-AMOUNT          PIC S9(7)V99   COMP-3.
017500     05 SU-SCHED-MONTH           PIC 9(04).
017600     05 SU-LAST-DATE             PIC 9(08).
017700     05 SU-ITEM-COUNT            PIC 9(03).
017800
017900*--------------------------------------------------------------*
018000* LOANPHIST - POSTED-PAYMENT HISTORY SUBLEDGER, ONE ROW PER    *
018100*             LOAN AND SCHEDULE MONTH THAT HAS RECEIVED CASH   *
018200*--------------------------------------------------------------*
018300 FD  LOANPHIST
018400     RECORDING MODE IS F.
018500 01  LOANPHIST-RECORD.
018600     05 PH-KEY.
018700         10 PH-LOAN-NUMBER       PIC X(10).
018800         10 PH-SCHED-MONTH       PIC 9(04).
018900     05 PH-AMOUNT-RECEIVED       PIC S9(7)V99   COMP-3.
019000     05 PH-AMOUNT-SCHEDULED      PIC S9(7)V99   COMP-3.
019100     05 PH-LAST-DATE-RECEIVED    PIC 9(08).
019200     05 PH-PAY-COUNT             PIC 9(03).
019300     05 PH-STATUS                PIC X(01).
019400         88 PH-FULLY-APPLIED                     VALUE "A".
019500         88 PH-PARTIAL                           VALUE "P".
019600
019700*--------------------------------------------------------------*
019800* LOANCRSO - LAST NIGHT'S BALANCE SNAPSHOT: ONE RECORD PER     *
019900*            LOAN WITH SUSPENSE OR HISTORY CASH                *
020000*--------------------------------------------------------------*
020100 FD  LOANCRSO
020200     RECORDING MODE IS F.
020300 01  LOANCRSO-RECORD.
020400     05 SO-LOAN-NUMBER           PIC X(10).
020500     05 SO-BUSINESS-DATE         PIC 9(08).
020600     05 SO-SUSP-BALANCE          PIC S9(9)V99   COMP-3.
020700     05 SO-HIST-BALANCE          PIC S9(9)V99   COMP-3.
020800
020900*--------------------------------------------------------------*
021000* LOANCRSN - TONIGHT'S BALANCE SNAPSHOT, SAME LAYOUT, READ     *
021100*            BACK AS LOANCRSO BY TOMORROW'S RUN                *
021200*--------------------------------------------------------------*
021300 FD  LOANCRSN
021400     RECORDING MODE IS F.
021500 01  LOANCRSN-RECORD.
021600     05 SN-LOAN-NUMBER           PIC X(10).
021700     05 SN-BUSINESS-DATE         PIC 9(08).
021800     05 SN-SUSP-BALANCE          PIC S9(9)V99   COMP-3.
021900     05 SN-HIST-BALANCE          PIC S9(9)V99   COMP-3.
022000
022100*--------------------------------------------------------------*
022200* LOANCRRP - PRINTED DAILY CASH RECONCILIATION                 *
022300*--------------------------------------------------------------*
022400 FD  LOANCRRP
022500     RECORDING MODE IS F.
022600 01  PRINT-LINE                  PIC X(80).
022700
022800 WORKING-STORAGE SECTION.
022900 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
023000 77  WS-PAYL-STATUS              PIC X(02)      VALUE "00".
023100 77  WS-PAYA-STATUS              PIC X(02)      VALUE "00".
023200 77  WS-SREL-STATUS              PIC X(02)      VALUE "00".
023300 77  WS-DSP-STATUS               PIC X(02)      VALUE "00".
023400 77  WS-SRLN-STATUS              PIC X(02)      VALUE "00".
023500 77  WS-NSFA-STATUS              PIC X(02)      VALUE "00".
023501 77  WS-BRDA-STATUS              PIC X(02)      VALUE "00".
023600 77  WS-SUSF-STATUS              PIC X(02)      VALUE "00".
023700 77  WS-PHST-STATUS              PIC X(02)      VALUE "00".
023800 77  WS-CRSO-STATUS              PIC X(02)      VALUE "00".
023900 77  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
024000 01  WS-CYCLE-REQUEST.
024100     03 WS-CY-FUNCTION           PIC X(01).
024200     03 WS-CY-PROGRAM            PIC X(09).
024300     03 WS-CY-BUSINESS-DATE      PIC 9(08).
024400     03 WS-CY-END-RETURN-CODE    PIC 9(04).
024500     03 WS-CY-RESULT             PIC X(01).
024600         88 WS-CY-OK                             VALUE "Y".
024900 77  WS-PRIOR-SW                 PIC X(01)      VALUE "N".
025000     88 PRIOR-SNAPSHOT-READ                      VALUE "Y".
025100 77  WS-PAYL-KEY                 PIC X(10)      VALUE LOW-VALUES.
025200 77  WS-PAYA-KEY                 PIC X(10)      VALUE LOW-VALUES.
025300 77  WS-SREL-KEY                 PIC X(10)      VALUE LOW-VALUES.
025400 77  WS-DSP-KEY                  PIC X(10)      VALUE LOW-VALUES.
025500 77  WS-SRLN-KEY                 PIC X(10)      VALUE LOW-VALUES.
025600 77  WS-NSFA-KEY                 PIC X(10)      VALUE LOW-VALUES.
025700 77  WS-BRDA-KEY                 PIC X(10)      VALUE LOW-VALUES.
025710 77  WS-SUSF-KEY                 PIC X(10)      VALUE LOW-VALUES.
025720 77  WS-PHST-KEY                 PIC X(10)      VALUE LOW-VALUES.
025730 77  WS-CRSO-KEY                 PIC X(10)      VALUE LOW-VALUES.
025740 77  WS-SEQ-FILE                 PIC X(10)      VALUE SPACES.
025750 77  WS-SEQ-LOAN                 PIC X(10)      VALUE SPACES.
025800 77  WS-EX-COUNT                 PIC S9(04)     COMP   VALUE ZERO.
025900 77  WS-EX-SUB                   PIC S9(04)     COMP   VALUE ZERO.
026100 77  WS-EX-TOTAL                 PIC 9(07)      COMP   VALUE ZERO.
026200 77  WS-EXPECTED                 PIC S9(9)V99   COMP-3 VALUE ZERO.
026300 77  WS-ACTUAL                   PIC S9(9)V99   COMP-3 VALUE ZERO.
026400 77  WS-LBX-COUNT                PIC 9(07)      COMP   VALUE ZERO.
026500 77  WS-ACH-COUNT                PIC 9(07)      COMP   VALUE ZERO.
026600 77  WS-REL-COUNT                PIC 9(07)      COMP   VALUE ZERO.
026700 77  WS-DSP-COUNT                PIC 9(07)      COMP   VALUE ZERO.
026800 77  WS-LBX-TOTAL                PIC S9(9)V99   COMP-3 VALUE ZERO.
026900 77  WS-ACH-TOTAL                PIC S9(9)V99   COMP-3 VALUE ZERO.
027000 77  WS-REL-TOTAL                PIC S9(9)V99   COMP-3 VALUE ZERO.
027100 77  WS-CASH-IN-TOTAL            PIC S9(9)V99   COMP-3 VALUE ZERO.
027200 77  WS-APPLIED-TOTAL            PIC S9(9)V99   COMP-3 VALUE ZERO.
027300 77  WS-OVER-TOTAL               PIC S9(9)V99   COMP-3 VALUE ZERO.
027400 77  WS-SHORT-TOTAL              PIC S9(9)V99   COMP-3 VALUE ZERO.
027500 77  WS-UNMATCHED-TOTAL          PIC S9(9)V99   COMP-3 VALUE ZERO.
027600 77  WS-DSP-TOTAL                PIC S9(9)V99   COMP-3 VALUE ZERO.
027700 77  WS-RELOUT-TOTAL             PIC S9(9)V99   COMP-3 VALUE ZERO.
027800 77  WS-NSF-HIST-TOTAL           PIC S9(9)V99   COMP-3 VALUE ZERO.
027900 77  WS-NSF-SUSP-TOTAL           PIC S9(9)V99   COMP-3 VALUE ZERO.
027901 77  WS-BRD-HIST-TOTAL           PIC S9(9)V99   COMP-3 VALUE ZERO.
027902 77  WS-BRD-SUSP-TOTAL           PIC S9(9)V99   COMP-3 VALUE ZERO.
028000 77  WS-SUSP-PRIOR-TOTAL         PIC S9(9)V99   COMP-3 VALUE ZERO.
028100 77  WS-SUSP-NOW-TOTAL           PIC S9(9)V99   COMP-3 VALUE ZERO.
028200 77  WS-HIST-PRIOR-TOTAL         PIC S9(9)V99   COMP-3 VALUE ZERO.
028300 77  WS-HIST-NOW-TOTAL           PIC S9(9)V99   COMP-3 VALUE ZERO.
028400 77  WS-POST-DIFF-TOTAL          PIC S9(9)V99   COMP-3 VALUE ZERO.
028500 77  WS-SUSP-DIFF-TOTAL          PIC S9(9)V99   COMP-3 VALUE ZERO.
028600 77  WS-HIST-DIFF-TOTAL          PIC S9(9)V99   COMP-3 VALUE ZERO.
028700
028800*--------------------------------------------------------------*
028900* WS-RECON-LOAN - THE LOAN BEING PROVED. EVERY INPUT IS IN     *
029000*    LOAN-NUMBER ORDER - THE CASH FEEDS AND LOANPDSP AS SORTED *
029100*    FOR LOANPOST, THE RELEASE AND RETURNED-ITEM FILES AS      *
029200*    WRITTEN, LOANBRDA AS SORTED FOR THIS STEP, THE BALANCE    *
029300*    FILES BY KEY AND THE SNAPSHOT AS THIS STEP WROTE IT - SO  *
029310*    THE INPUTS ARE MATCHED ON LOAN NUMBER AND EACH LOAN IS    *
029320*    PROVED ONCE ALL OF ITS RECORDS ARE IN. EACH INPUT'S KEY   *
029330*    ABOVE HOLDS THE LOAN ON ITS NEXT RECORD, HIGH-VALUES AT   *
029340*    END OF FILE.                                              *
029400*--------------------------------------------------------------*
029500 01  WS-RECON-LOAN.
029600     05 WS-RC-LOAN-NUMBER        PIC X(10)      VALUE LOW-VALUES.
029700         88 ALL-LOANS-MATCHED                VALUE HIGH-VALUES.
029710     05 WS-RC-AMOUNTS.
029800         10 WS-RC-LBX-AMT        PIC S9(9)V99   COMP-3.
029900         10 WS-RC-ACH-AMT        PIC S9(9)V99   COMP-3.
030000         10 WS-RC-REL-AMT        PIC S9(9)V99   COMP-3.
030100         10 WS-RC-APPLIED-AMT    PIC S9(9)V99   COMP-3.
030200         10 WS-RC-HELD-AMT       PIC S9(9)V99   COMP-3.
030300         10 WS-RC-RELOUT-AMT     PIC S9(9)V99   COMP-3.
030400         10 WS-RC-NSF-HIST       PIC S9(9)V99   COMP-3.
030500         10 WS-RC-NSF-SUSP       PIC S9(9)V99   COMP-3.
030501         10 WS-RC-BRD-HIST       PIC S9(9)V99   COMP-3.
030502         10 WS-RC-BRD-SUSP       PIC S9(9)V99   COMP-3.
030600         10 WS-RC-SUSP-PRIOR     PIC S9(9)V99   COMP-3.
030700         10 WS-RC-SUSP-NOW       PIC S9(9)V99   COMP-3.
030800         10 WS-RC-HIST-PRIOR     PIC S9(9)V99   COMP-3.
030900         10 WS-RC-HIST-NOW       PIC S9(9)V99   COMP-3.
031000
031100*--------------------------------------------------------------*
031200* WS-EXCEPTION-TABLE - ONE ENTRY PER LOAN AND STAGE OUT OF     *
031300*    BALANCE FOR THE REPORT, IN LOAN ORDER AS PROVED           *
031400*--------------------------------------------------------------*
031500 01  WS-EXCEPTION-TABLE.
031600     05 WS-EX-ENTRY OCCURS 500 TIMES.
031700         10 WS-EX-LOAN-NUMBER    PIC X(10).
031800         10 WS-EX-STAGE          PIC X(08).
031900         10 WS-EX-SOURCE         PIC X(12).
032000         10 WS-EX-EXPECTED       PIC S9(9)V99   COMP-3.
032100         10 WS-EX-ACTUAL         PIC S9(9)V99   COMP-3.
032600 01  WS-EX-STAGE-WORK            PIC X(08)      VALUE SPACES.
032700
032800 01  WS-REPORT-HEADING.
032900     05 FILLER              PIC X(40)  VALUE
033000         "DAILY CASH RECONCILIATION -             ".
033100     05 WH-BUSINESS-DATE    PIC 9(08).
033200     05 FILLER              PIC X(32)  VALUE SPACES.
033300
033400 01  WS-SECTION-LINE.
033500     05 WS-SECTION-TEXT     PIC X(80).
033600
033700 01  WS-AMOUNT-LINE.
033800     05 FILLER                   PIC X(02)      VALUE SPACES.
033900     05 WA-LABEL                 PIC X(32).
034000     05 WA-COUNT                 PIC ZZZ,ZZ9.
034100     05 FILLER                   PIC X(02)      VALUE SPACES.
034200     05 WA-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
034300
034400 01  WS-EXCEPT-HEADING.
034500     05 FILLER              PIC X(80)  VALUE
034600         "LOAN        STAGE     SOURCE             EXPECTED
034700-        "       ACTUAL".
034800
034900 01  WS-EXCEPT-LINE.
035000     05 WE-LOAN-NUMBER           PIC X(10).
035100     05 FILLER                   PIC X(02)      VALUE SPACES.
035200     05 WE-STAGE                 PIC X(08).
035300     05 FILLER                   PIC X(02)      VALUE SPACES.
035400     05 WE-SOURCE                PIC X(12).
035500     05 FILLER                   PIC X(01)      VALUE SPACES.
035600     05 WE-EXPECTED              PIC ZZ,ZZZ,ZZ9.99-.
035700     05 FILLER                   PIC X(01)      VALUE SPACES.
035800     05 WE-ACTUAL                PIC ZZ,ZZZ,ZZ9.99-.
035900
036000 PROCEDURE DIVISION.
036100*--------------------------------------------------------------*
036200* 0000-MAINLINE                                                *
036300*--------------------------------------------------------------*
036400 0000-MAINLINE.
036500     PERFORM 1000-INITIALIZE
036600     PERFORM 1200-PRIME-INPUTS THRU 1200-PRIME-INPUTS-EXIT
036700     PERFORM 1400-NEXT-LOAN THRU 1400-NEXT-LOAN-EXIT
036800     PERFORM 1300-MATCH-LOAN THRU 1300-MATCH-LOAN-EXIT
036900         UNTIL ALL-LOANS-MATCHED
037000     COMPUTE WS-CASH-IN-TOTAL =
037100         WS-LBX-TOTAL + WS-ACH-TOTAL + WS-REL-TOTAL
037400     PERFORM 7000-PRINT-REPORT THRU 7000-PRINT-REPORT-EXIT
037800     PERFORM 9000-TERMINATE
037900     GOBACK.
038000
038100*--------------------------------------------------------------*
038200* 1000-INITIALIZE - THE DISPOSITIONS AND BOTH BALANCE FILES    *
038300*    MUST BE THERE; A FEED NOT SENT TONIGHT COUNTS AS ZERO     *
038400*--------------------------------------------------------------*
038500 1000-INITIALIZE.
038600     PERFORM 1100-VERIFY-CYCLE THRU 1100-VERIFY-CYCLE-EXIT
038700     OPEN INPUT LOANPDSP
038800     IF WS-DSP-STATUS NOT = "00"
038900         DISPLAY "LOANCREC: DISPOSITION FILE LOANPDSP MISSING"
039000         MOVE 16 TO RETURN-CODE
039100         GOBACK
039200     END-IF
039300     OPEN INPUT LOANSUSF
039400     IF WS-SUSF-STATUS NOT = "00" AND WS-SUSF-STATUS NOT = "35"
039500         DISPLAY "LOANCREC: SUSPENSE FILE LOANSUSF NOT USABLE,"
039600             " STATUS=" WS-SUSF-STATUS
039700         MOVE 16 TO RETURN-CODE
039800         GOBACK
039900     END-IF
040000     OPEN INPUT LOANPHIST
040100     IF WS-PHST-STATUS NOT = "00"
040200         DISPLAY "LOANCREC: HISTORY FILE LOANPHIST NOT USABLE,"
040300             " STATUS=" WS-PHST-STATUS
040400         MOVE 16 TO RETURN-CODE
040500         GOBACK
040600     END-IF
040700     OPEN INPUT LOANPAYL
040800     OPEN INPUT LOANPAYA
040900     OPEN INPUT LOANSUSREL
041000     OPEN INPUT LOANSUSRLN
041100     OPEN INPUT LOANNSFA
041101     OPEN INPUT LOANBRDA
041200     OPEN INPUT LOANCRSO
041300     IF WS-CRSO-STATUS = "00"
041400         MOVE "Y" TO WS-PRIOR-SW
041500     ELSE
041600*        FIRST RUN - NO SNAPSHOT YET; TONIGHT'S BALANCES ARE TAKEN
041700*        AS OPENING BALANCES AND ONLY POSTING IS PROVED
041800         MOVE "N" TO WS-PRIOR-SW
041900     END-IF
042000     OPEN OUTPUT LOANCRSN
042100     OPEN OUTPUT LOANCRRP
042200     MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE
042300     WRITE PRINT-LINE FROM WS-REPORT-HEADING
042400     WRITE PRINT-LINE FROM SPACES.
042500
042600*--------------------------------------------------------------*
042700* 1100-VERIFY-CYCLE - READ THE BUSINESS DATE FROM LOANPARM,    *
042800*    PROVE THE LOANBATCH STEP THAT PRODUCED TONIGHT'S LOANSKED *
042900*    ENDED CLEAN FOR THAT SAME DATE, AND RECORD THIS STEP'S    *
043000*    OWN START ON THE CYCLE-CONTROL FILE                       *
043100*--------------------------------------------------------------*
043200 1100-VERIFY-CYCLE.
043300     OPEN INPUT LOANPARM
043400     IF WS-PARM-STATUS NOT = "00"
043500         DISPLAY "LOANCREC: RUN-CONTROL FILE LOANPARM MISSING"
043600         MOVE 16 TO RETURN-CODE
043700         GOBACK
043800     END-IF
043900     READ LOANPARM
044000         AT END
044100             DISPLAY "LOANCREC: RUN-CONTROL RECORD MISSING"
044200             MOVE 16 TO RETURN-CODE
044300             GOBACK
044400     END-READ
044500     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
044600     CLOSE LOANPARM
044700     MOVE "V"              TO WS-CY-FUNCTION
044800     MOVE "LOANBATCH"      TO WS-CY-PROGRAM
044900     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
045000     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST
045100     IF NOT WS-CY-OK
045200         DISPLAY "LOANCREC: LOANSKED NOT PRODUCED CLEAN FOR "
045300             WS-BUSINESS-DATE " - STEP ABORTED"
045400         MOVE 16 TO RETURN-CODE
045500         GOBACK
045600     END-IF
045700     MOVE "S"              TO WS-CY-FUNCTION
045800     MOVE "LOANCREC "      TO WS-CY-PROGRAM
045900     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
046000
046100 1100-VERIFY-CYCLE-EXIT.
046200     EXIT.
046300
046400*--------------------------------------------------------------*
046500* 1200-PRIME-INPUTS - FIRST RECORD OF EVERY INPUT. A FILE NOT  *
046501*    THERE TONIGHT STARTS AT END OF FILE AND COUNTS AS ZERO.   *
046502*--------------------------------------------------------------*
046503 1200-PRIME-INPUTS.
046504     IF WS-PAYL-STATUS = "00"
046505         PERFORM 2110-READ-LOCKBOX THRU 2110-READ-LOCKBOX-EXIT
046506     ELSE
046507         MOVE HIGH-VALUES TO WS-PAYL-KEY
046508     END-IF
046509     IF WS-PAYA-STATUS = "00"
046510         PERFORM 2210-READ-ACH THRU 2210-READ-ACH-EXIT
046511     ELSE
046512         MOVE HIGH-VALUES TO WS-PAYA-KEY
046513     END-IF
046514     IF WS-SREL-STATUS = "00"
046515         PERFORM 2310-READ-RELEASE THRU 2310-READ-RELEASE-EXIT
046516     ELSE
046517         MOVE HIGH-VALUES TO WS-SREL-KEY
046518     END-IF
046519     PERFORM 3110-READ-DISPOSITION THRU 3110-READ-DISPOSITION-EXIT
046520     IF WS-SRLN-STATUS = "00"
046521         PERFORM 3210-READ-NEW-RELEASE
046522             THRU 3210-READ-NEW-RELEASE-EXIT
046523     ELSE
046524         MOVE HIGH-VALUES TO WS-SRLN-KEY
046525     END-IF
046526     IF WS-NSFA-STATUS = "00"
046527         PERFORM 3310-READ-RETURNED THRU 3310-READ-RETURNED-EXIT
046528     ELSE
046529         MOVE HIGH-VALUES TO WS-NSFA-KEY
046530     END-IF
046531     IF WS-BRDA-STATUS = "00"
046532         PERFORM 3410-READ-BOARDED THRU 3410-READ-BOARDED-EXIT
046533     ELSE
046534         MOVE HIGH-VALUES TO WS-BRDA-KEY
046535     END-IF
046536     IF WS-SUSF-STATUS = "00"
046537         PERFORM 4110-READ-SUSPENSE THRU 4110-READ-SUSPENSE-EXIT
046538     ELSE
046539         MOVE HIGH-VALUES TO WS-SUSF-KEY
046540     END-IF
046541     PERFORM 4210-READ-HISTORY THRU 4210-READ-HISTORY-EXIT
046542     IF PRIOR-SNAPSHOT-READ
046543         PERFORM 4310-READ-SNAPSHOT THRU 4310-READ-SNAPSHOT-EXIT
046544     ELSE
046545         MOVE HIGH-VALUES TO WS-CRSO-KEY
046546     END-IF.
046547
046548 1200-PRIME-INPUTS-EXIT.
046549     EXIT.
046550
046551*--------------------------------------------------------------*
046552* 1300-MATCH-LOAN - TAKE IN EVERY RECORD FOR THE LOAN IN HAND, *
046553*    PROVE IT, CARRY ITS BALANCES TO TONIGHT'S SNAPSHOT AND    *
046554*    MOVE ON TO THE NEXT LOAN                                  *
046555*--------------------------------------------------------------*
046556 1300-MATCH-LOAN.
046557     PERFORM 2000-LOAD-FEEDS THRU 2000-LOAD-FEEDS-EXIT
046558     PERFORM 3000-LOAD-DISPOSITIONS
046559         THRU 3000-LOAD-DISPOSITIONS-EXIT
046560     PERFORM 4000-LOAD-BALANCES THRU 4000-LOAD-BALANCES-EXIT
046561     PERFORM 5000-PROVE-LOAN THRU 5000-PROVE-LOAN-EXIT
046562     PERFORM 8000-WRITE-SNAPSHOT THRU 8000-WRITE-SNAPSHOT-EXIT
046563     PERFORM 1400-NEXT-LOAN THRU 1400-NEXT-LOAN-EXIT.
046564
046565 1300-MATCH-LOAN-EXIT.
046566     EXIT.
046567
046568*--------------------------------------------------------------*
046569* 1400-NEXT-LOAN - THE LOWEST LOAN NUMBER STILL WAITING ON ANY *
046570*    INPUT, WITH ITS AMOUNTS ZEROED. HIGH-VALUES MEANS EVERY   *
046571*    INPUT IS AT END.                                          *
046572*--------------------------------------------------------------*
046573 1400-NEXT-LOAN.
046574     MOVE WS-PAYL-KEY TO WS-RC-LOAN-NUMBER
046575     IF WS-PAYA-KEY < WS-RC-LOAN-NUMBER
046576         MOVE WS-PAYA-KEY TO WS-RC-LOAN-NUMBER
046577     END-IF
046578     IF WS-SREL-KEY < WS-RC-LOAN-NUMBER
046579         MOVE WS-SREL-KEY TO WS-RC-LOAN-NUMBER
046580     END-IF
046581     IF WS-DSP-KEY < WS-RC-LOAN-NUMBER
046582         MOVE WS-DSP-KEY TO WS-RC-LOAN-NUMBER
046583     END-IF
046584     IF WS-SRLN-KEY < WS-RC-LOAN-NUMBER
046585         MOVE WS-SRLN-KEY TO WS-RC-LOAN-NUMBER
046586     END-IF
046587     IF WS-NSFA-KEY < WS-RC-LOAN-NUMBER
046588         MOVE WS-NSFA-KEY TO WS-RC-LOAN-NUMBER
046589     END-IF
046590     IF WS-BRDA-KEY < WS-RC-LOAN-NUMBER
046591         MOVE WS-BRDA-KEY TO WS-RC-LOAN-NUMBER
046592     END-IF
046593     IF WS-SUSF-KEY < WS-RC-LOAN-NUMBER
046594         MOVE WS-SUSF-KEY TO WS-RC-LOAN-NUMBER
046595     END-IF
046596     IF WS-PHST-KEY < WS-RC-LOAN-NUMBER
046597         MOVE WS-PHST-KEY TO WS-RC-LOAN-NUMBER
046598     END-IF
046599     IF WS-CRSO-KEY < WS-RC-LOAN-NUMBER
046600         MOVE WS-CRSO-KEY TO WS-RC-LOAN-NUMBER
046601     END-IF
046602     INITIALIZE WS-RC-AMOUNTS.
046603
046604 1400-NEXT-LOAN-EXIT.
046605     EXIT.
046606
046607*--------------------------------------------------------------*
046608* 2000-LOAD-FEEDS - THE LOAN'S CASH FROM THE THREE FEEDS       *
046609*--------------------------------------------------------------*
046700 2000-LOAD-FEEDS.
047200     PERFORM 2100-LOAD-LOCKBOX THRU 2100-LOAD-LOCKBOX-EXIT
047300         UNTIL WS-PAYL-KEY NOT = WS-RC-LOAN-NUMBER
047800     PERFORM 2200-LOAD-ACH THRU 2200-LOAD-ACH-EXIT
047900         UNTIL WS-PAYA-KEY NOT = WS-RC-LOAN-NUMBER
048400     PERFORM 2300-LOAD-RELEASES THRU 2300-LOAD-RELEASES-EXIT
048500         UNTIL WS-SREL-KEY NOT = WS-RC-LOAN-NUMBER.
048800
048900 2000-LOAD-FEEDS-EXIT.
049000     EXIT.
049100
049200 2100-LOAD-LOCKBOX.
049800     ADD 1 TO WS-LBX-COUNT
049900     ADD PL-AMOUNT TO WS-LBX-TOTAL
050000     ADD PL-AMOUNT TO WS-RC-LBX-AMT
050100     PERFORM 2110-READ-LOCKBOX THRU 2110-READ-LOCKBOX-EXIT.
050500
050600 2100-LOAD-LOCKBOX-EXIT.
050700     EXIT.
050800
050801 2110-READ-LOCKBOX.
050802     READ LOANPAYL
050803         AT END
050804             MOVE HIGH-VALUES TO WS-PAYL-KEY
050805             GO TO 2110-READ-LOCKBOX-EXIT
050806     END-READ
050807     IF PL-LOAN-NUMBER < WS-PAYL-KEY
050808         MOVE "LOANPAYL"     TO WS-SEQ-FILE
050809         MOVE PL-LOAN-NUMBER TO WS-SEQ-LOAN
050810         PERFORM 9200-OUT-OF-ORDER THRU 9200-OUT-OF-ORDER-EXIT
050811     END-IF
050812     MOVE PL-LOAN-NUMBER TO WS-PAYL-KEY.
050813
050814 2110-READ-LOCKBOX-EXIT.
050815     EXIT.
050816
050900 2200-LOAD-ACH.
051500     ADD 1 TO WS-ACH-COUNT
051600     ADD PA-AMOUNT TO WS-ACH-TOTAL
051700     ADD PA-AMOUNT TO WS-RC-ACH-AMT
051800     PERFORM 2210-READ-ACH THRU 2210-READ-ACH-EXIT.
052200
052300 2200-LOAD-ACH-EXIT.
052400     EXIT.
052500
052501 2210-READ-ACH.
052502     READ LOANPAYA
052503         AT END
052504             MOVE HIGH-VALUES TO WS-PAYA-KEY
052505             GO TO 2210-READ-ACH-EXIT
052506     END-READ
052507     IF PA-LOAN-NUMBER < WS-PAYA-KEY
052508         MOVE "LOANPAYA"     TO WS-SEQ-FILE
052509         MOVE PA-LOAN-NUMBER TO WS-SEQ-LOAN
052510         PERFORM 9200-OUT-OF-ORDER THRU 9200-OUT-OF-ORDER-EXIT
052511     END-IF
052512     MOVE PA-LOAN-NUMBER TO WS-PAYA-KEY.
052513
052514 2210-READ-ACH-EXIT.
052515     EXIT.
052516
052600 2300-LOAD-RELEASES.
053200     ADD 1 TO WS-REL-COUNT
053300     ADD RL-AMOUNT TO WS-REL-TOTAL
053400     ADD RL-AMOUNT TO WS-RC-REL-AMT
053500     PERFORM 2310-READ-RELEASE THRU 2310-READ-RELEASE-EXIT.
053900
054000 2300-LOAD-RELEASES-EXIT.
054100     EXIT.
054200
054201 2310-READ-RELEASE.
054202     READ LOANSUSREL
054203         AT END
054204             MOVE HIGH-VALUES TO WS-SREL-KEY
054205             GO TO 2310-READ-RELEASE-EXIT
054206     END-READ
054207     IF RL-LOAN-NUMBER < WS-SREL-KEY
054208         MOVE "LOANSUSREL"   TO WS-SEQ-FILE
054209         MOVE RL-LOAN-NUMBER TO WS-SEQ-LOAN
054210         PERFORM 9200-OUT-OF-ORDER THRU 9200-OUT-OF-ORDER-EXIT
054211     END-IF
054212     MOVE RL-LOAN-NUMBER TO WS-SREL-KEY.
054213
054214 2310-READ-RELEASE-EXIT.
054215     EXIT.
054216
054300*--------------------------------------------------------------*
054400* 3000-LOAD-DISPOSITIONS - THE LOAN'S LOANPDSP DISPOSITIONS,   *
054401*    TONIGHT'S NEW RELEASES, THE RETURNED-ITEM MOVEMENTS AND   *
054402*    THE OPENING BALANCES OF A LOAN BOARDED TONIGHT            *
054600*--------------------------------------------------------------*
054700 3000-LOAD-DISPOSITIONS.
054900     PERFORM 3100-LOAD-DISPOSITION THRU 3100-LOAD-DISPOSITION-EXIT
055000         UNTIL WS-DSP-KEY NOT = WS-RC-LOAN-NUMBER
055500     PERFORM 3200-LOAD-NEW-RELEASE THRU 3200-LOAD-NEW-RELEASE-EXIT
055600         UNTIL WS-SRLN-KEY NOT = WS-RC-LOAN-NUMBER
056100     PERFORM 3300-LOAD-RETURNED THRU 3300-LOAD-RETURNED-EXIT
056101         UNTIL WS-NSFA-KEY NOT = WS-RC-LOAN-NUMBER
056106     PERFORM 3400-LOAD-BOARDED THRU 3400-LOAD-BOARDED-EXIT
056200         UNTIL WS-BRDA-KEY NOT = WS-RC-LOAN-NUMBER.
056300
056400 3000-LOAD-DISPOSITIONS-EXIT.
056500     EXIT.
056600
056700*--------------------------------------------------------------*
056800* 3100-LOAD-DISPOSITION - APPLIED AND OVER-PAY CASH IS BOUND   *
056900*    FOR LOANPHIST (LOANPHLD); SHORT-PAY AND UNMATCHED CASH IS *
057000*    BOUND FOR LOANSUSF (LOANSUSP)                             *
057100*--------------------------------------------------------------*
057200 3100-LOAD-DISPOSITION.
057800     ADD 1 TO WS-DSP-COUNT
057900     ADD PD-AMOUNT-RECEIVED TO WS-DSP-TOTAL
058200     EVALUATE TRUE
058300         WHEN PD-APPLIED
058400             ADD PD-AMOUNT-RECEIVED TO WS-APPLIED-TOTAL
058500         WHEN PD-OVER-PAY
058600             ADD PD-AMOUNT-RECEIVED TO WS-OVER-TOTAL
058700         WHEN PD-SHORT-PAY
058800             ADD PD-AMOUNT-RECEIVED TO WS-SHORT-TOTAL
058900         WHEN OTHER
059000             ADD PD-AMOUNT-RECEIVED TO WS-UNMATCHED-TOTAL
059100     END-EVALUATE
059200     IF PD-APPLIED OR PD-OVER-PAY
059300         ADD PD-AMOUNT-RECEIVED TO WS-RC-APPLIED-AMT
059310     ELSE
059320         ADD PD-AMOUNT-RECEIVED TO WS-RC-HELD-AMT
059400     END-IF
059500     PERFORM 3110-READ-DISPOSITION
059600         THRU 3110-READ-DISPOSITION-EXIT.
060000
060100 3100-LOAD-DISPOSITION-EXIT.
060200     EXIT.
060300
060301 3110-READ-DISPOSITION.
060302     READ LOANPDSP
060303         AT END
060304             MOVE HIGH-VALUES TO WS-DSP-KEY
060305             GO TO 3110-READ-DISPOSITION-EXIT
060306     END-READ
060307     IF PD-LOAN-NUMBER < WS-DSP-KEY
060308         MOVE "LOANPDSP"     TO WS-SEQ-FILE
060309         MOVE PD-LOAN-NUMBER TO WS-SEQ-LOAN
060310         PERFORM 9200-OUT-OF-ORDER THRU 9200-OUT-OF-ORDER-EXIT
060311     END-IF
060312     MOVE PD-LOAN-NUMBER TO WS-DSP-KEY.
060313
060314 3110-READ-DISPOSITION-EXIT.
060315     EXIT.
060316
060400 3200-LOAD-NEW-RELEASE.
061000     ADD RN-AMOUNT TO WS-RELOUT-TOTAL
061100     ADD RN-AMOUNT TO WS-RC-RELOUT-AMT
061200     PERFORM 3210-READ-NEW-RELEASE
061300         THRU 3210-READ-NEW-RELEASE-EXIT.
061600
061700 3200-LOAD-NEW-RELEASE-EXIT.
061800     EXIT.
061900
061901 3210-READ-NEW-RELEASE.
061902     READ LOANSUSRLN
061903         AT END
061904             MOVE HIGH-VALUES TO WS-SRLN-KEY
061905             GO TO 3210-READ-NEW-RELEASE-EXIT
061906     END-READ
061907     IF RN-LOAN-NUMBER < WS-SRLN-KEY
061908         MOVE "LOANSUSRLN"   TO WS-SEQ-FILE
061909         MOVE RN-LOAN-NUMBER TO WS-SEQ-LOAN
061910         PERFORM 9200-OUT-OF-ORDER THRU 9200-OUT-OF-ORDER-EXIT
061911     END-IF
061912     MOVE RN-LOAN-NUMBER TO WS-SRLN-KEY.
061913
061914 3210-READ-NEW-RELEASE-EXIT.
061915     EXIT.
061916
062000 3300-LOAD-RETURNED.
062600     ADD NF-HIST-CHANGE TO WS-NSF-HIST-TOTAL
062700     ADD NF-SUSP-CHANGE TO WS-NSF-SUSP-TOTAL
062800     ADD NF-HIST-CHANGE TO WS-RC-NSF-HIST
062900     ADD NF-SUSP-CHANGE TO WS-RC-NSF-SUSP
063000     PERFORM 3310-READ-RETURNED THRU 3310-READ-RETURNED-EXIT.
063400
063500 3300-LOAD-RETURNED-EXIT.
063501     EXIT.
063502
063503 3310-READ-RETURNED.
063504     READ LOANNSFA
063505         AT END
063506             MOVE HIGH-VALUES TO WS-NSFA-KEY
063507             GO TO 3310-READ-RETURNED-EXIT
063508     END-READ
063509     IF NF-LOAN-NUMBER < WS-NSFA-KEY
063510         MOVE "LOANNSFA"     TO WS-SEQ-FILE
063511         MOVE NF-LOAN-NUMBER TO WS-SEQ-LOAN
063512         PERFORM 9200-OUT-OF-ORDER THRU 9200-OUT-OF-ORDER-EXIT
063513     END-IF
063514     MOVE NF-LOAN-NUMBER TO WS-NSFA-KEY.
063515
063516 3310-READ-RETURNED-EXIT.
063517     EXIT.
063518
063519 3400-LOAD-BOARDED.
063520     ADD BA-HIST-CHANGE TO WS-BRD-HIST-TOTAL
063521     ADD BA-SUSP-CHANGE TO WS-BRD-SUSP-TOTAL
063522     ADD BA-HIST-CHANGE TO WS-RC-BRD-HIST
063523     ADD BA-SUSP-CHANGE TO WS-RC-BRD-SUSP
063524     PERFORM 3410-READ-BOARDED THRU 3410-READ-BOARDED-EXIT.
063525
063526 3400-LOAD-BOARDED-EXIT.
063600     EXIT.
063700
063701 3410-READ-BOARDED.
063702     READ LOANBRDA
063703         AT END
063704             MOVE HIGH-VALUES TO WS-BRDA-KEY
063705             GO TO 3410-READ-BOARDED-EXIT
063706     END-READ
063707     IF BA-LOAN-NUMBER < WS-BRDA-KEY
063708         MOVE "LOANBRDA"     TO WS-SEQ-FILE
063709         MOVE BA-LOAN-NUMBER TO WS-SEQ-LOAN
063710         PERFORM 9200-OUT-OF-ORDER THRU 9200-OUT-OF-ORDER-EXIT
063711     END-IF
063712     MOVE BA-LOAN-NUMBER TO WS-BRDA-KEY.
063713
063714 3410-READ-BOARDED-EXIT.
063715     EXIT.
063716
063800*--------------------------------------------------------------*
063900* 4000-LOAD-BALANCES - THE LOAN'S LOANSUSF AND LOANPHIST CASH  *
064000*    TONIGHT AND ITS BALANCES ON LAST NIGHT'S SNAPSHOT         *
064100*--------------------------------------------------------------*
064200 4000-LOAD-BALANCES.
064700     PERFORM 4100-LOAD-SUSPENSE THRU 4100-LOAD-SUSPENSE-EXIT
064800         UNTIL WS-SUSF-KEY NOT = WS-RC-LOAN-NUMBER
065000     PERFORM 4200-LOAD-HISTORY THRU 4200-LOAD-HISTORY-EXIT
065100         UNTIL WS-PHST-KEY NOT = WS-RC-LOAN-NUMBER
065600     PERFORM 4300-LOAD-SNAPSHOT THRU 4300-LOAD-SNAPSHOT-EXIT
065700         UNTIL WS-CRSO-KEY NOT = WS-RC-LOAN-NUMBER.
065800
065900 4000-LOAD-BALANCES-EXIT.
066000     EXIT.
066100
066200 4100-LOAD-SUSPENSE.
066800     ADD SU-HELD-AMOUNT TO WS-SUSP-NOW-TOTAL
066900     ADD SU-HELD-AMOUNT TO WS-RC-SUSP-NOW
067000     PERFORM 4110-READ-SUSPENSE THRU 4110-READ-SUSPENSE-EXIT.
067400
067500 4100-LOAD-SUSPENSE-EXIT.
067600     EXIT.
067700
067701 4110-READ-SUSPENSE.
067702     READ LOANSUSF NEXT RECORD
067703         AT END
067704             MOVE HIGH-VALUES TO WS-SUSF-KEY
067705             GO TO 4110-READ-SUSPENSE-EXIT
067706     END-READ
067707     MOVE SU-LOAN-NUMBER TO WS-SUSF-KEY.
067708
067709 4110-READ-SUSPENSE-EXIT.
067710     EXIT.
067711
067800 4200-LOAD-HISTORY.
068400     ADD PH-AMOUNT-RECEIVED TO WS-HIST-NOW-TOTAL
068500     ADD PH-AMOUNT-RECEIVED TO WS-RC-HIST-NOW
068600     PERFORM 4210-READ-HISTORY THRU 4210-READ-HISTORY-EXIT.
069000
069100 4200-LOAD-HISTORY-EXIT.
069200     EXIT.
069300
069301 4210-READ-HISTORY.
069302     READ LOANPHIST NEXT RECORD
069303         AT END
069304             MOVE HIGH-VALUES TO WS-PHST-KEY
069305             GO TO 4210-READ-HISTORY-EXIT
069306     END-READ
069307     MOVE PH-LOAN-NUMBER TO WS-PHST-KEY.
069308
069309 4210-READ-HISTORY-EXIT.
069310     EXIT.
069311
069400 4300-LOAD-SNAPSHOT.
070000     ADD SO-SUSP-BALANCE TO WS-SUSP-PRIOR-TOTAL
070100     ADD SO-HIST-BALANCE TO WS-HIST-PRIOR-TOTAL
070200     ADD SO-SUSP-BALANCE TO WS-RC-SUSP-PRIOR
070300     ADD SO-HIST-BALANCE TO WS-RC-HIST-PRIOR
070400     PERFORM 4310-READ-SNAPSHOT THRU 4310-READ-SNAPSHOT-EXIT.
070800
070900 4300-LOAD-SNAPSHOT-EXIT.
071000     EXIT.
071100
071101 4310-READ-SNAPSHOT.
071102     READ LOANCRSO
071103         AT END
071104             MOVE HIGH-VALUES TO WS-CRSO-KEY
071105             GO TO 4310-READ-SNAPSHOT-EXIT
071106     END-READ
071107     IF SO-LOAN-NUMBER < WS-CRSO-KEY
071108         MOVE "LOANCRSO"     TO WS-SEQ-FILE
071109         MOVE SO-LOAN-NUMBER TO WS-SEQ-LOAN
071110         PERFORM 9200-OUT-OF-ORDER THRU 9200-OUT-OF-ORDER-EXIT
071111     END-IF
071112     MOVE SO-LOAN-NUMBER TO WS-CRSO-KEY.
071113
071114 4310-READ-SNAPSHOT-EXIT.
071115     EXIT.
071116
071200*--------------------------------------------------------------*
071300* 5000-PROVE-LOAN - THE LOAN IN HAND: POSTING, THEN (WHEN THERE*
071400*    IS A SNAPSHOT TO START FROM) SUSPENSE AND HISTORY         *
071500*--------------------------------------------------------------*
071600 5000-PROVE-LOAN.
071700     COMPUTE WS-EXPECTED =
071800         WS-RC-LBX-AMT + WS-RC-ACH-AMT + WS-RC-REL-AMT
071900     COMPUTE WS-ACTUAL = WS-RC-APPLIED-AMT + WS-RC-HELD-AMT
072100     IF WS-EXPECTED NOT = WS-ACTUAL
072200         MOVE "POSTING " TO WS-EX-STAGE-WORK
072300         ADD WS-EXPECTED TO WS-POST-DIFF-TOTAL
072400         SUBTRACT WS-ACTUAL FROM WS-POST-DIFF-TOTAL
072500         PERFORM 5900-ADD-EXCEPTION THRU 5900-ADD-EXCEPTION-EXIT
072600     END-IF
072700     IF NOT PRIOR-SNAPSHOT-READ
072800         GO TO 5000-PROVE-LOAN-EXIT
072900     END-IF
073000     COMPUTE WS-EXPECTED = WS-RC-SUSP-PRIOR
073100         + WS-RC-HELD-AMT - WS-RC-RELOUT-AMT
073101         + WS-RC-NSF-SUSP + WS-RC-BRD-SUSP
073300     MOVE WS-RC-SUSP-NOW TO WS-ACTUAL
073400     IF WS-EXPECTED NOT = WS-ACTUAL
073500         MOVE "SUSPENSE" TO WS-EX-STAGE-WORK
073600         ADD WS-EXPECTED TO WS-SUSP-DIFF-TOTAL
073700         SUBTRACT WS-ACTUAL FROM WS-SUSP-DIFF-TOTAL
073800         PERFORM 5900-ADD-EXCEPTION THRU 5900-ADD-EXCEPTION-EXIT
073900     END-IF
074000     COMPUTE WS-EXPECTED = WS-RC-HIST-PRIOR + WS-RC-APPLIED-AMT
074100         + WS-RC-NSF-HIST + WS-RC-BRD-HIST
074101     MOVE WS-RC-HIST-NOW TO WS-ACTUAL
074400     IF WS-EXPECTED NOT = WS-ACTUAL
074500         MOVE "HISTORY " TO WS-EX-STAGE-WORK
074600         ADD WS-EXPECTED TO WS-HIST-DIFF-TOTAL
074700         SUBTRACT WS-ACTUAL FROM WS-HIST-DIFF-TOTAL
074800         PERFORM 5900-ADD-EXCEPTION THRU 5900-ADD-EXCEPTION-EXIT
074900     END-IF.
075000
075100 5000-PROVE-LOAN-EXIT.
075200     EXIT.
075300
075400*--------------------------------------------------------------*
075500* 5900-ADD-EXCEPTION - ONE OUT-OF-BALANCE LOAN AND STAGE. THE  *
075600*    SOURCE NAMES THE FEED THE LOAN'S CASH CAME IN ON (MIXED   *
075700*    WHEN MORE THAN ONE), OR THE RETURNED-ITEM STEP WHEN THAT  *
075800*    WAS THE ONLY MOVEMENT.                                    *
075900*--------------------------------------------------------------*
076000 5900-ADD-EXCEPTION.
076100     ADD 1 TO WS-EX-TOTAL
076200     IF WS-EX-COUNT >= 500
076300         GO TO 5900-ADD-EXCEPTION-EXIT
076400     END-IF
076500     ADD 1 TO WS-EX-COUNT
076600     MOVE WS-RC-LOAN-NUMBER    TO WS-EX-LOAN-NUMBER(WS-EX-COUNT)
076800     MOVE WS-EX-STAGE-WORK     TO WS-EX-STAGE(WS-EX-COUNT)
076900     MOVE WS-EXPECTED          TO WS-EX-EXPECTED(WS-EX-COUNT)
077000     MOVE WS-ACTUAL            TO WS-EX-ACTUAL(WS-EX-COUNT)
077100     EVALUATE TRUE
077200         WHEN WS-RC-LBX-AMT NOT = ZERO
077300                 AND WS-RC-ACH-AMT = ZERO
077400                 AND WS-RC-REL-AMT = ZERO
077500             MOVE "LOCKBOX     " TO WS-EX-SOURCE(WS-EX-COUNT)
077600         WHEN WS-RC-ACH-AMT NOT = ZERO
077700                 AND WS-RC-LBX-AMT = ZERO
077800                 AND WS-RC-REL-AMT = ZERO
077900             MOVE "ACH         " TO WS-EX-SOURCE(WS-EX-COUNT)
078000         WHEN WS-RC-REL-AMT NOT = ZERO
078100                 AND WS-RC-LBX-AMT = ZERO
078200                 AND WS-RC-ACH-AMT = ZERO
078300             MOVE "SUSP RELEASE" TO WS-EX-SOURCE(WS-EX-COUNT)
078400         WHEN WS-RC-LBX-AMT NOT = ZERO
078500                 OR WS-RC-ACH-AMT NOT = ZERO
078600                 OR WS-RC-REL-AMT NOT = ZERO
078700             MOVE "MIXED FEEDS " TO WS-EX-SOURCE(WS-EX-COUNT)
078800         WHEN WS-RC-NSF-HIST NOT = ZERO
078900                 OR WS-RC-NSF-SUSP NOT = ZERO
079000             MOVE "RETURNED ITM" TO WS-EX-SOURCE(WS-EX-COUNT)
079001         WHEN WS-RC-BRD-HIST NOT = ZERO
079002                 OR WS-RC-BRD-SUSP NOT = ZERO
079003             MOVE "BOARDED     " TO WS-EX-SOURCE(WS-EX-COUNT)
079100         WHEN OTHER
079200             MOVE "NO CASH IN  " TO WS-EX-SOURCE(WS-EX-COUNT)
079300     END-EVALUATE.
079400
079500 5900-ADD-EXCEPTION-EXIT.
083000     EXIT.
083100
083200*--------------------------------------------------------------*
083300* 7000-PRINT-REPORT - FEEDS IN, WHERE THE CASH WENT, THE       *
083400*    SUSPENSE AND HISTORY ROLL-FORWARDS, THEN THE EXCEPTIONS.  *
083500*    ANY DIFFERENCE ENDS THE STEP WITH RETURN CODE 8.          *
083600*--------------------------------------------------------------*
083700 7000-PRINT-REPORT.
083800     MOVE "CASH IN BY FEED" TO WS-SECTION-TEXT
083900     WRITE PRINT-LINE FROM WS-SECTION-LINE
084000     MOVE "LOCKBOX (LOANPAYL)" TO WA-LABEL
084100     MOVE WS-LBX-COUNT         TO WA-COUNT
084200     MOVE WS-LBX-TOTAL         TO WA-AMOUNT
084300     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
084400     MOVE "ACH (LOANPAYA)"     TO WA-LABEL
084500     MOVE WS-ACH-COUNT         TO WA-COUNT
084600     MOVE WS-ACH-TOTAL         TO WA-AMOUNT
084700     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
084800     MOVE "SUSPENSE RELEASES (LOANSUSREL)" TO WA-LABEL
084900     MOVE WS-REL-COUNT         TO WA-COUNT
085000     MOVE WS-REL-TOTAL         TO WA-AMOUNT
085100     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
085200     MOVE "TOTAL CASH IN"      TO WA-LABEL
085300     COMPUTE WA-COUNT = WS-LBX-COUNT + WS-ACH-COUNT + WS-REL-COUNT
085400     MOVE WS-CASH-IN-TOTAL     TO WA-AMOUNT
085500     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
085600     WRITE PRINT-LINE FROM SPACES
085700
085800     MOVE "POSTING (LOANPDSP)" TO WS-SECTION-TEXT
085900     WRITE PRINT-LINE FROM WS-SECTION-LINE
086000     MOVE ZERO                 TO WA-COUNT
086100     MOVE "APPLIED"            TO WA-LABEL
086200     MOVE WS-APPLIED-TOTAL     TO WA-AMOUNT
086300     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
086400     MOVE "OVER-PAY"           TO WA-LABEL
086500     MOVE WS-OVER-TOTAL        TO WA-AMOUNT
086600     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
086700     MOVE "SHORT-PAY, HELD"    TO WA-LABEL
086800     MOVE WS-SHORT-TOTAL       TO WA-AMOUNT
086900     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
087000     MOVE "UNMATCHED, HELD"    TO WA-LABEL
087100     MOVE WS-UNMATCHED-TOTAL   TO WA-AMOUNT
087200     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
087300     MOVE "TOTAL DISPOSED"     TO WA-LABEL
087400     MOVE WS-DSP-COUNT         TO WA-COUNT
087500     MOVE WS-DSP-TOTAL         TO WA-AMOUNT
087600     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
087700     MOVE ZERO                 TO WA-COUNT
087800     MOVE "POSTING DIFFERENCE" TO WA-LABEL
087900     MOVE WS-POST-DIFF-TOTAL   TO WA-AMOUNT
088000     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
088100     WRITE PRINT-LINE FROM SPACES
088200
088300     IF NOT PRIOR-SNAPSHOT-READ
088400         MOVE "NO PRIOR SNAPSHOT - BALANCES TAKEN AS OPENING"
088500             TO WS-SECTION-TEXT
088600         WRITE PRINT-LINE FROM WS-SECTION-LINE
088700         MOVE "SUSPENSE HELD NOW"  TO WA-LABEL
088800         MOVE WS-SUSP-NOW-TOTAL    TO WA-AMOUNT
088900         WRITE PRINT-LINE FROM WS-AMOUNT-LINE
089000         MOVE "HISTORY CASH NOW"   TO WA-LABEL
089100         MOVE WS-HIST-NOW-TOTAL    TO WA-AMOUNT
089200         WRITE PRINT-LINE FROM WS-AMOUNT-LINE
089300         WRITE PRINT-LINE FROM SPACES
089400         GO TO 7000-PRINT-REPORT-EXCEPT
089500     END-IF
089600     MOVE "SUSPENSE (LOANSUSF)" TO WS-SECTION-TEXT
089700     WRITE PRINT-LINE FROM WS-SECTION-LINE
089800     MOVE "HELD AT LAST RUN"   TO WA-LABEL
089900     MOVE WS-SUSP-PRIOR-TOTAL  TO WA-AMOUNT
090000     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
090100     MOVE "PLUS SHORT AND UNMATCHED" TO WA-LABEL
090200     COMPUTE WA-AMOUNT = WS-SHORT-TOTAL + WS-UNMATCHED-TOTAL
090300     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
090400     MOVE "LESS RELEASED TONIGHT" TO WA-LABEL
090500     MOVE WS-RELOUT-TOTAL      TO WA-AMOUNT
090600     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
090700     MOVE "RETURNED-ITEM MOVEMENT" TO WA-LABEL
090800     MOVE WS-NSF-SUSP-TOTAL    TO WA-AMOUNT
090900     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
090901     MOVE "BOARDED LOANS' OPENING HELD" TO WA-LABEL
090902     MOVE WS-BRD-SUSP-TOTAL    TO WA-AMOUNT
090903     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
091000     MOVE "HELD NOW"           TO WA-LABEL
091100     MOVE WS-SUSP-NOW-TOTAL    TO WA-AMOUNT
091200     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
091300     MOVE "SUSPENSE DIFFERENCE" TO WA-LABEL
091400     MOVE WS-SUSP-DIFF-TOTAL   TO WA-AMOUNT
091500     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
091600     WRITE PRINT-LINE FROM SPACES
091700     MOVE "HISTORY (LOANPHIST)" TO WS-SECTION-TEXT
091800     WRITE PRINT-LINE FROM WS-SECTION-LINE
091900     MOVE "CASH AT LAST RUN"   TO WA-LABEL
092000     MOVE WS-HIST-PRIOR-TOTAL  TO WA-AMOUNT
092100     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
092200     MOVE "PLUS APPLIED AND OVER-PAY" TO WA-LABEL
092300     COMPUTE WA-AMOUNT = WS-APPLIED-TOTAL + WS-OVER-TOTAL
092400     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
092500     MOVE "RETURNED-ITEM MOVEMENT" TO WA-LABEL
092600     MOVE WS-NSF-HIST-TOTAL    TO WA-AMOUNT
092601     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
092602     MOVE "BOARDED LOANS' OPENING CASH" TO WA-LABEL
092603     MOVE WS-BRD-HIST-TOTAL    TO WA-AMOUNT
092700     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
092800     MOVE "CASH NOW"           TO WA-LABEL
092900     MOVE WS-HIST-NOW-TOTAL    TO WA-AMOUNT
093000     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
093100     MOVE "HISTORY DIFFERENCE" TO WA-LABEL
093200     MOVE WS-HIST-DIFF-TOTAL   TO WA-AMOUNT
093300     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
093400     WRITE PRINT-LINE FROM SPACES.
093500
093600 7000-PRINT-REPORT-EXCEPT.
093700     IF WS-EX-TOTAL = ZERO
093800         MOVE "RECONCILIATION IN BALANCE" TO WS-SECTION-TEXT
093900         WRITE PRINT-LINE FROM WS-SECTION-LINE
094000         GO TO 7000-PRINT-REPORT-EXIT
094100     END-IF
094200     MOVE "RECONCILIATION OUT OF BALANCE" TO WS-SECTION-TEXT
094300     WRITE PRINT-LINE FROM WS-SECTION-LINE
094400     WRITE PRINT-LINE FROM SPACES
094500     WRITE PRINT-LINE FROM WS-EXCEPT-HEADING
094600     PERFORM 7100-PRINT-EXCEPTION THRU 7100-PRINT-EXCEPTION-EXIT
094700         VARYING WS-EX-SUB FROM 1 BY 1
094800         UNTIL WS-EX-SUB > WS-EX-COUNT
094900     WRITE PRINT-LINE FROM SPACES
095000     MOVE "LOAN/STAGE DIFFERENCES" TO WA-LABEL
095100     MOVE WS-EX-TOTAL          TO WA-COUNT
095200     MOVE ZERO                 TO WA-AMOUNT
095300     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
095400     IF WS-EX-TOTAL > WS-EX-COUNT
095500         MOVE "  (FIRST 500 LISTED)" TO WS-SECTION-TEXT
095600         WRITE PRINT-LINE FROM WS-SECTION-LINE
096200     END-IF
096300     MOVE 8 TO RETURN-CODE.
096400
096500 7000-PRINT-REPORT-EXIT.
096600     EXIT.
096700
096800 7100-PRINT-EXCEPTION.
096900     MOVE WS-EX-LOAN-NUMBER(WS-EX-SUB) TO WE-LOAN-NUMBER
097000     MOVE WS-EX-STAGE(WS-EX-SUB)       TO WE-STAGE
097100     MOVE WS-EX-SOURCE(WS-EX-SUB)      TO WE-SOURCE
097200     MOVE WS-EX-EXPECTED(WS-EX-SUB)    TO WE-EXPECTED
097300     MOVE WS-EX-ACTUAL(WS-EX-SUB)      TO WE-ACTUAL
097400     WRITE PRINT-LINE FROM WS-EXCEPT-LINE.
097500
097600 7100-PRINT-EXCEPTION-EXIT.
097700     EXIT.
097800
097900*--------------------------------------------------------------*
098000* 8000-WRITE-SNAPSHOT - TONIGHT'S BALANCES FOR EVERY LOAN THAT *
098100*    HAS ANY, FOR TOMORROW'S RUN                               *
098200*--------------------------------------------------------------*
098300 8000-WRITE-SNAPSHOT.
098400     IF WS-RC-SUSP-NOW = ZERO AND WS-RC-HIST-NOW = ZERO
098600         GO TO 8000-WRITE-SNAPSHOT-EXIT
098700     END-IF
098800     MOVE WS-RC-LOAN-NUMBER TO SN-LOAN-NUMBER
098900     MOVE WS-BUSINESS-DATE  TO SN-BUSINESS-DATE
099000     MOVE WS-RC-SUSP-NOW    TO SN-SUSP-BALANCE
099100     MOVE WS-RC-HIST-NOW    TO SN-HIST-BALANCE
099200     WRITE LOANCRSN-RECORD.
099300
099400 8000-WRITE-SNAPSHOT-EXIT.
099500     EXIT.
099600
099700*--------------------------------------------------------------*
099800* 9000-TERMINATE                                               *
099900*--------------------------------------------------------------*
100000 9000-TERMINATE.
100100     CLOSE LOANPDSP
100200     CLOSE LOANPHIST
100300     IF WS-SUSF-STATUS = "00" OR WS-SUSF-STATUS = "10"
100400         CLOSE LOANSUSF
100500     END-IF
100600     IF WS-PAYL-STATUS = "00" OR WS-PAYL-STATUS = "10"
100700         CLOSE LOANPAYL
100800     END-IF
100900     IF WS-PAYA-STATUS = "00" OR WS-PAYA-STATUS = "10"
101000         CLOSE LOANPAYA
101100     END-IF
101200     IF WS-SREL-STATUS = "00" OR WS-SREL-STATUS = "10"
101300         CLOSE LOANSUSREL
101400     END-IF
101500     IF WS-SRLN-STATUS = "00" OR WS-SRLN-STATUS = "10"
101600         CLOSE LOANSUSRLN
101700     END-IF
101800     IF WS-NSFA-STATUS = "00" OR WS-NSFA-STATUS = "10"
101900         CLOSE LOANNSFA
102000     END-IF
102001     IF WS-BRDA-STATUS = "00" OR WS-BRDA-STATUS = "10"
102002         CLOSE LOANBRDA
102003     END-IF
102100     IF PRIOR-SNAPSHOT-READ
102200         CLOSE LOANCRSO
102300     END-IF
102400     CLOSE LOANCRSN
102500     CLOSE LOANCRRP
102600     DISPLAY "LOANCREC: CASH IN=" WS-CASH-IN-TOTAL
102700         " DIFFERENCES=" WS-EX-TOTAL
102800     MOVE "E"              TO WS-CY-FUNCTION
102900     MOVE "LOANCREC "      TO WS-CY-PROGRAM
103000     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
103100     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
103200     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
103300
103400*--------------------------------------------------------------*
103500* 9200-OUT-OF-ORDER - AN INPUT OUT OF LOAN-NUMBER ORDER CANNOT *
103600*    BE MATCHED, SO NOTHING MORE IS PROVED AND THE STEP ENDS   *
103700*    WITH RETURN CODE 16                                       *
103900*--------------------------------------------------------------*
104000 9200-OUT-OF-ORDER.
104100     DISPLAY "LOANCREC: " WS-SEQ-FILE " OUT OF LOAN ORDER AT "
104200         WS-SEQ-LOAN " - STEP ABORTED"
104300     MOVE 16 TO RETURN-CODE
104400     PERFORM 9000-TERMINATE
104500     GOBACK.
107400
107500 9200-OUT-OF-ORDER-EXIT.
108200     EXIT.
108300
108400 END PROGRAM LOANCREC.
