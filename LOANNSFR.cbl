000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANNSFR.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-10.
000600 DATE-COMPILED. 2026-09-10.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-10  LSG  Initial version. Returned-item (NSF)       *
001000*               reversal step, run after LOANPHLD and LOANSUSP *
001100*               and ahead of LOANLTRS, LOANAGNG and LOANMET2.  *
001200*               Each item the bank returns on LOANNSFT is      *
001300*               traced back to where its cash went: still held *
001400*               in LOANSUSF, applied straight to its LOANPHIST *
001500*               month, or carried into LOANPHIST by a suspense *
001600*               release. The cash is backed out, the month is  *
001700*               left partial or unpaid, a released payment is  *
001800*               pulled back into suspense less the returned    *
001900*               item, and a returned-item fee is assessed on   *
002000*               the month. LOANDELQ is rewritten to LOANDELQN  *
002100*               with the reversed months merged in, so the     *
002200*               loan shows delinquent again to every step that *
002300*               reads it. Every item prints on the LOANNSRG    *
002400*               reversal register.                             *
002401*  2026-09-12  LSG  Each reversal also writes its LOANPHIST    *
002402*               and LOANSUSF movement to LOANNSFA for the      *
002403*               LOANCREC daily cash reconciliation.            *
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
003600     SELECT LOANNSFT ASSIGN TO "LOANNSFT"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-NSFT-STATUS.
003900     SELECT LOANMAST ASSIGN TO "LOANMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS LM-LOAN-NUMBER
004300         FILE STATUS IS WS-MAST-STATUS.
004400     SELECT LOANPHIST ASSIGN TO "LOANPHIST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS PH-KEY
004800         FILE STATUS IS WS-PHST-STATUS.
004900     SELECT LOANSUSF ASSIGN TO "LOANSUSF"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS SU-LOAN-NUMBER
005300         FILE STATUS IS WS-SUSF-STATUS.
005400     SELECT LOANDELQ ASSIGN TO "LOANDELQ"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-DELQ-STATUS.
005700     SELECT LOANDELQN ASSIGN TO "LOANDELQN"
005701         ORGANIZATION IS SEQUENTIAL.
005702     SELECT LOANNSFA ASSIGN TO "LOANNSFA"
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT LOANNSRG ASSIGN TO "LOANNSRG"
006000         ORGANIZATION IS SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400*--------------------------------------------------------------*
006500* LOANPARM - THE RUN-CONTROL RECORD LOANBATCH RAN UNDER; THE   *
006600*    BUSINESS DATE IS WHAT THE CYCLE VERIFY PROVES AGAINST     *
006700*--------------------------------------------------------------*
006800 FD  LOANPARM
006900     RECORDING MODE IS F.
007000 01  LOANPARM-RECORD.
007100     05 PR-BUSINESS-DATE         PIC 9(08).
007200     05 PR-RUN-ID                PIC X(08).
007300     05 PR-OPT-SKED-ONLY         PIC X(01).
007400     05 PR-OPT-SKIP-DELQ         PIC X(01).
007500     05 PR-OPT-FULL-RUN          PIC X(01).
007600     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
007700     05 PR-GENERATIONS-KEPT      PIC 9(02).
007800
007900*--------------------------------------------------------------*
008000* LOANNSFT - RETURNED ITEMS FROM THE BANK, SORTED BY LOAN      *
008100*            NUMBER THEN ORIGINAL DATE RECEIVED. A ZERO FEE    *
008200*            TAKES THE STANDARD RETURNED-ITEM FEE.             *
008300*--------------------------------------------------------------*
008400 FD  LOANNSFT
008500     RECORDING MODE IS F.
008600 01  LOANNSFT-RECORD.
008700     05 NR-LOAN-NUMBER           PIC X(10).
008800     05 NR-DATE-RECEIVED         PIC 9(08).
008900     05 NR-DATE-RECEIVED-X REDEFINES NR-DATE-RECEIVED.
009000         10 NR-RECV-YEAR         PIC 9(04).
009100         10 NR-RECV-MONTH        PIC 9(02).
009200         10 NR-RECV-DAY          PIC 9(02).
009300     05 NR-AMOUNT                PIC S9(7)V99   COMP-3.
009400     05 NR-RETURN-DATE           PIC 9(08).
009500     05 NR-RETURN-REASON         PIC X(03).
009600     05 NR-FEE-AMOUNT            PIC S9(5)V99   COMP-3.
009700
009800*--------------------------------------------------------------*
009900* LOANMAST - ONE RECORD PER LOAN, KEYED ON LM-LOAN-NUMBER      *
010000*--------------------------------------------------------------*
010100 FD  LOANMAST
010200     RECORDING MODE IS F.
010300 01  LOANMAST-RECORD.
010400     05 LM-LOAN-NUMBER           PIC X(10).
010500     05 LM-CUSTOMER-ID           PIC X(10).
010600     05 LM-PRINCIPAL             PIC S9(8)      COMP-3.
010700     05 LM-LOANTERM              PIC S9(8)      COMP-3.
010800     05 LM-RATE                  PIC S9(9)V9(9).
010900     05 LM-PAYMENT-FREQUENCY     PIC X(01).
011000     05 LM-ESCROW-AMT            PIC S9(7)V99   COMP-3.
011100     05 LM-BALLOON-TERM          PIC S9(8)      COMP-3.
011200     05 LM-RATE-RESET-COUNT      PIC S9(4)      COMP.
011300     05 LM-RATE-RESETS OCCURS 3 TIMES.
011400         10 LM-RESET-EFF-MONTH   PIC S9(4)      COMP.
011500         10 LM-RESET-RATE        PIC S9(9)V9(9).
011600     05 LM-FIRST-PMT-YEAR        PIC 9(04).
011700     05 LM-FIRST-PMT-MONTH       PIC 9(02).
011800     05 LM-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
011900     05 LM-DAY-COUNT-METHOD      PIC X(01).
012000     05 LM-EXTRA-PRINCIPAL-AMT   PIC S9(7)V99   COMP-3.
012100     05 LM-INVESTOR-CODE         PIC X(03).
012200     05 LM-IO-MONTHS             PIC S9(4)      COMP.
012300     05 LM-FORBEAR-START-MONTH   PIC S9(4)      COMP.
012400     05 LM-FORBEAR-MONTHS        PIC S9(4)      COMP.
012500     05 LM-STATUS-CODE           PIC X(01).
012600         88 LM-STAT-ACTIVE                       VALUE " " "A".
012700         88 LM-STAT-BANKRUPT                     VALUE "B".
012800         88 LM-STAT-FORECLOSE                    VALUE "F".
012900         88 LM-STAT-PAIDOFF                      VALUE "P".
013000     05 LM-INDEX-CODE            PIC X(03).
013100     05 LM-INDEX-VALUE           PIC S9(3)V9(4) COMP-3.
013200     05 LM-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
013300     05 LM-PERIODIC-CAP          PIC S9(3)V9(4) COMP-3.
013400     05 LM-LIFETIME-CAP          PIC S9(3)V9(4) COMP-3.
013500     05 LM-RATE-FLOOR            PIC S9(3)V9(4) COMP-3.
013600     05 LM-ACH-ROUTING           PIC X(09).
013700     05 LM-ACH-ACCOUNT           PIC X(17).
013800     05 LM-AUTOPAY-FLAG          PIC X(01).
013900         88 LM-AUTOPAY-OFF                       VALUE " " "N".
014000         88 LM-AUTOPAY-PRENOTE                   VALUE "P".
014100         88 LM-AUTOPAY-ON                        VALUE "Y".
014200     05 LM-ESCROW-INT-RATE       PIC S9(3)V9(4) COMP-3.
014300     05 LM-BUYDOWN-COUNT         PIC S9(4)      COMP.
014400     05 LM-BUYDOWN-STEPS OCCURS 3 TIMES.
014500         10 LM-BUYDOWN-MONTHS    PIC S9(4)      COMP.
014600         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
014700
014800*--------------------------------------------------------------*
014900* LOANPHIST - POSTED-PAYMENT HISTORY SUBLEDGER, ONE ROW PER    *
015000*             LOAN AND SCHEDULE MONTH THAT HAS RECEIVED CASH   *
015100*--------------------------------------------------------------*
015200 FD  LOANPHIST
015300     RECORDING MODE IS F.
015400 01  LOANPHIST-RECORD.
015500     05 PH-KEY.
015600         10 PH-LOAN-NUMBER       PIC X(10).
015700         10 PH-SCHED-MONTH       PIC 9(04).
015800     05 PH-AMOUNT-RECEIVED       PIC S9(7)V99   COMP-3.
015900     05 PH-AMOUNT-SCHEDULED      PIC S9(7)V99   COMP-3.
016000     05 PH-LAST-DATE-RECEIVED    PIC 9(08).
016100     05 PH-PAY-COUNT             PIC 9(03).
016200     05 PH-STATUS                PIC X(01).
016300         88 PH-FULLY-APPLIED                     VALUE "A".
016400         88 PH-PARTIAL                           VALUE "P".
016500
016600*--------------------------------------------------------------*
016700* LOANSUSF - SUSPENSE FILE, ONE ROW PER LOAN WITH HELD CASH.   *
016800*    SU-SCHED-AMOUNT IS THE SCHEDULED PAYMENT PLUS ESCROW AND  *
016900*    LATE FEE FOR THE MONTH BEING FUNDED                       *
017000*--------------------------------------------------------------*
017100 FD  LOANSUSF
017200     RECORDING MODE IS F.
017300 01  LOANSUSF-RECORD.
017400     05 SU-LOAN-NUMBER           PIC X(10).
017500     05 SU-HELD-AMOUNT           PIC S9(7)V99   COMP-3.
017600     05 SU-SCHED-AMOUNT          PIC S9(7)V99   COMP-3.
017700     05 SU-SCHED-MONTH           PIC 9(04).
017800     05 SU-LAST-DATE             PIC 9(08).
017900     05 SU-ITEM-COUNT            PIC 9(03).
018000
018100*--------------------------------------------------------------*
018200* LOANDELQ - LATE-PAYMENT TRANSACTIONS, SORTED BY LOAN NUMBER  *
018300*            THEN MONTH                                        *
018400*--------------------------------------------------------------*
018500 FD  LOANDELQ
018600     RECORDING MODE IS F.
018700 01  LOANDELQ-RECORD.
018800     05 DQ-LOAN-NUMBER           PIC X(10).
018900     05 DQ-MONTH                 PIC 9(04).
019000     05 DQ-LATE-FEE              PIC S9(5)V99   COMP-3.
019100
019200*--------------------------------------------------------------*
019300* LOANDELQN - THE NEW GENERATION OF LOANDELQ: EVERY INPUT      *
019400*             LATE MONTH PLUS EACH MONTH REVERSED TONIGHT,     *
019500*             STILL IN LOAN NUMBER THEN MONTH ORDER. THE       *
019600*             RETURNED-ITEM FEE IS CARRIED IN DN-LATE-FEE.     *
019700*--------------------------------------------------------------*
019800 FD  LOANDELQN
019900     RECORDING MODE IS F.
020000 01  LOANDELQN-RECORD.
020100     05 DN-LOAN-NUMBER           PIC X(10).
020200     05 DN-MONTH                 PIC 9(04).
020300     05 DN-LATE-FEE              PIC S9(5)V99   COMP-3.
020301
020302*--------------------------------------------------------------*
020303* LOANNSFA - ONE RECORD PER ITEM REVERSED: THE SIGNED CHANGE   *
020304*            MADE TO THE LOAN'S LOANPHIST CASH AND TO ITS      *
020305*            LOANSUSF HELD AMOUNT, FOR LOANCREC                *
020306*--------------------------------------------------------------*
020307 FD  LOANNSFA
020308     RECORDING MODE IS F.
020309 01  LOANNSFA-RECORD.
020310     05 NF-LOAN-NUMBER           PIC X(10).
020311     05 NF-HIST-CHANGE           PIC S9(7)V99   COMP-3.
020312     05 NF-SUSP-CHANGE           PIC S9(7)V99   COMP-3.
020400
020500*--------------------------------------------------------------*
020600* LOANNSRG - PRINTED RETURNED-ITEM REVERSAL REGISTER           *
020700*--------------------------------------------------------------*
020800 FD  LOANNSRG
020900     RECORDING MODE IS F.
021000 01  PRINT-LINE                  PIC X(80).
021100
021200 WORKING-STORAGE SECTION.
021300 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
021400 77  WS-NSFT-STATUS              PIC X(02)      VALUE "00".
021500 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
021600 77  WS-PHST-STATUS              PIC X(02)      VALUE "00".
021700 77  WS-SUSF-STATUS              PIC X(02)      VALUE "00".
021800 77  WS-DELQ-STATUS              PIC X(02)      VALUE "00".
021900 77  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
022000 01  WS-CYCLE-REQUEST.
022100     03 WS-CY-FUNCTION           PIC X(01).
022200     03 WS-CY-PROGRAM            PIC X(09).
022300     03 WS-CY-BUSINESS-DATE      PIC 9(08).
022400     03 WS-CY-END-RETURN-CODE    PIC 9(04).
022500     03 WS-CY-RESULT             PIC X(01).
022600         88 WS-CY-OK                             VALUE "Y".
022700 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
022800     88 END-OF-LOANNSFT                          VALUE "Y".
022900 77  WS-DELQ-EOF-SW              PIC X(01)      VALUE "N".
023000     88 END-OF-LOANDELQ                          VALUE "Y".
023100 77  WS-PHST-FOUND-SW            PIC X(01)      VALUE "N".
023200     88 PHST-ON-FILE                             VALUE "Y".
023300 77  WS-SUSF-FOUND-SW            PIC X(01)      VALUE "N".
023400     88 SUSF-ON-FILE                             VALUE "Y".
023500 77  WS-SWAP-SW                  PIC X(01)      VALUE "N".
023600     88 TABLE-SWAPPED                            VALUE "Y".
023700 77  WS-STD-NSF-FEE              PIC S9(5)V99   COMP-3 VALUE 25.
023800 77  WS-SCHED-MONTH              PIC S9(06)     COMP-3 VALUE ZERO.
023900 77  WS-FEE                      PIC S9(5)V99   COMP-3 VALUE ZERO.
024000 77  WS-RELEASED-AMT             PIC S9(7)V99   COMP-3 VALUE ZERO.
024100 77  WS-REHELD-AMT               PIC S9(7)V99   COMP-3 VALUE ZERO.
024200 77  WS-ITEM-COUNT               PIC 9(07)      COMP   VALUE ZERO.
024300 77  WS-HELD-COUNT               PIC 9(07)      COMP   VALUE ZERO.
024400 77  WS-APPLIED-COUNT            PIC 9(07)      COMP   VALUE ZERO.
024500 77  WS-RELEASE-COUNT            PIC 9(07)      COMP   VALUE ZERO.
024600 77  WS-REJECT-COUNT             PIC 9(07)      COMP   VALUE ZERO.
024700 77  WS-DELQ-IN-COUNT            PIC 9(07)      COMP   VALUE ZERO.
024800 77  WS-DELQ-OUT-COUNT           PIC 9(07)      COMP   VALUE ZERO.
024900 77  WS-REVERSED-TOTAL           PIC S9(9)V99   COMP-3 VALUE ZERO.
025000 77  WS-REHELD-TOTAL             PIC S9(9)V99   COMP-3 VALUE ZERO.
025100 77  WS-FEE-TOTAL                PIC S9(9)V99   COMP-3 VALUE ZERO.
025200 77  WS-RV-COUNT                 PIC S9(04)     COMP   VALUE ZERO.
025300 77  WS-RV-SUB                   PIC S9(04)     COMP   VALUE ZERO.
025400 77  WS-RV-SUB-2                 PIC S9(04)     COMP   VALUE ZERO.
025500
025600*--------------------------------------------------------------*
025700* WS-REVERSED-TABLE - ONE ENTRY PER SCHEDULE MONTH REVERSED    *
025800*    TONIGHT, SORTED INTO LOAN THEN MONTH ORDER FOR THE MERGE  *
025900*    WITH LOANDELQ                                             *
026000*--------------------------------------------------------------*
026100 01  WS-REVERSED-TABLE.
026200     05 WS-RV-ENTRY OCCURS 1000 TIMES.
026300         10 WS-RV-KEY.
026400             15 WS-RV-LOAN-NUMBER PIC X(10).
026500             15 WS-RV-MONTH      PIC 9(04).
026600         10 WS-RV-FEE            PIC S9(5)V99   COMP-3.
026700 01  WS-RV-HOLD-ENTRY.
026800     05 WS-RV-HOLD-KEY           PIC X(14).
026900     05 WS-RV-HOLD-FEE           PIC S9(5)V99   COMP-3.
027000 01  WS-DQ-KEY.
027100     05 WS-DQ-LOAN-NUMBER        PIC X(10).
027200     05 WS-DQ-MONTH              PIC 9(04).
027300
027400 01  WS-REPORT-HEADING.
027500     05 FILLER              PIC X(40)  VALUE
027600         "RETURNED-ITEM REVERSAL REGISTER -       ".
027700     05 WH-BUSINESS-DATE    PIC 9(08).
027800     05 FILLER              PIC X(32)  VALUE SPACES.
027900
028000 01  WS-COLUMN-HEADING.
028100     05 FILLER              PIC X(80)  VALUE
028200         "LOAN        MNTH  RECEIVED  RTN  AMOUNT       ACTION
028300-        "            FEE".
028400
028500 01  WS-DETAIL-LINE.
028600     05 WD-LOAN-NUMBER           PIC X(10).
028700     05 FILLER                   PIC X(02)      VALUE SPACES.
028800     05 WD-SCHED-MONTH           PIC ZZZ9.
028900     05 FILLER                   PIC X(02)      VALUE SPACES.
029000     05 WD-DATE-RECEIVED         PIC 9(08).
029100     05 FILLER                   PIC X(02)      VALUE SPACES.
029200     05 WD-RETURN-REASON         PIC X(03).
029300     05 FILLER                   PIC X(02)      VALUE SPACES.
029400     05 WD-AMOUNT                PIC ZZZ,ZZ9.99-.
029500     05 FILLER                   PIC X(02)      VALUE SPACES.
029600     05 WD-ACTION                PIC X(22).
029700     05 FILLER                   PIC X(01)      VALUE SPACES.
029800     05 WD-FEE                   PIC Z,ZZ9.99.
029900
030000 01  WS-TOTAL-LINE.
030100     05 WX-LABEL                 PIC X(28).
030200     05 WX-COUNT                 PIC ZZZ,ZZ9.
030300     05 FILLER                   PIC X(02)      VALUE SPACES.
030400     05 WX-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
030500
030600 PROCEDURE DIVISION.
030700*--------------------------------------------------------------*
030800* 0000-MAINLINE                                                *
030900*--------------------------------------------------------------*
031000 0000-MAINLINE.
031100     PERFORM 1000-INITIALIZE
031200     PERFORM 2000-REVERSE-ITEMS THRU 2000-REVERSE-ITEMS-EXIT
031300         UNTIL END-OF-LOANNSFT
031400     PERFORM 6000-SORT-REVERSED THRU 6000-SORT-REVERSED-EXIT
031500     PERFORM 7000-MERGE-DELQ THRU 7000-MERGE-DELQ-EXIT
031600     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
031700     PERFORM 9000-TERMINATE
031800     GOBACK.
031900
032000*--------------------------------------------------------------*
032100* 1000-INITIALIZE                                              *
032200*--------------------------------------------------------------*
032300 1000-INITIALIZE.
032400     PERFORM 1100-VERIFY-CYCLE THRU 1100-VERIFY-CYCLE-EXIT
032500     OPEN INPUT LOANMAST
032600     IF WS-MAST-STATUS NOT = "00"
032700         DISPLAY "LOANNSFR: MASTER FILE LOANMAST MISSING"
032800         MOVE 16 TO RETURN-CODE
032900         GOBACK
033000     END-IF
033100     OPEN I-O LOANPHIST
033200     IF WS-PHST-STATUS NOT = "00"
033300         DISPLAY "LOANNSFR: HISTORY FILE LOANPHIST NOT USABLE,"
033400             " STATUS=" WS-PHST-STATUS
033500         MOVE 16 TO RETURN-CODE
033600         GOBACK
033700     END-IF
033800     OPEN I-O LOANSUSF
033900     IF WS-SUSF-STATUS = "35"
034000*        FIRST-EVER RUN - NO SUSPENSE FILE YET, CREATE ONE
034100         OPEN OUTPUT LOANSUSF
034200         CLOSE LOANSUSF
034300         OPEN I-O LOANSUSF
034400     END-IF
034500     IF WS-SUSF-STATUS NOT = "00"
034600         DISPLAY "LOANNSFR: SUSPENSE FILE LOANSUSF NOT USABLE,"
034700             " STATUS=" WS-SUSF-STATUS
034800         MOVE 16 TO RETURN-CODE
034900         GOBACK
035000     END-IF
035100     OPEN INPUT LOANNSFT
035200     IF WS-NSFT-STATUS NOT = "00"
035300*        NO RETURNED ITEMS TONIGHT - LOANDELQ STILL PASSES THROUGH
035400         MOVE "Y" TO WS-EOF-SW
035500     END-IF
035600     OPEN INPUT LOANDELQ
035700     IF WS-DELQ-STATUS NOT = "00"
035800         DISPLAY "LOANNSFR: LOANDELQ MISSING OR EMPTY"
035900         MOVE "Y" TO WS-DELQ-EOF-SW
036000     END-IF
036100     OPEN OUTPUT LOANDELQN
036101     OPEN OUTPUT LOANNSFA
036200     OPEN OUTPUT LOANNSRG
036300     MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE
036400     WRITE PRINT-LINE FROM WS-REPORT-HEADING
036500     WRITE PRINT-LINE FROM SPACES
036600     WRITE PRINT-LINE FROM WS-COLUMN-HEADING
036700     IF NOT END-OF-LOANNSFT
036800         READ LOANNSFT
036900             AT END MOVE "Y" TO WS-EOF-SW
037000         END-READ
037100     END-IF.
037200
037300*--------------------------------------------------------------*
037400* 1100-VERIFY-CYCLE - READ THE BUSINESS DATE FROM LOANPARM,    *
037500*    PROVE THE LOANBATCH STEP THAT PRODUCED TONIGHT'S LOANSKED *
037600*    ENDED CLEAN FOR THAT SAME DATE, AND RECORD THIS STEP'S    *
037700*    OWN START ON THE CYCLE-CONTROL FILE                       *
037800*--------------------------------------------------------------*
037900 1100-VERIFY-CYCLE.
038000     OPEN INPUT LOANPARM
038100     IF WS-PARM-STATUS NOT = "00"
038200         DISPLAY "LOANNSFR: RUN-CONTROL FILE LOANPARM MISSING"
038300         MOVE 16 TO RETURN-CODE
038400         GOBACK
038500     END-IF
038600     READ LOANPARM
038700         AT END
038800             DISPLAY "LOANNSFR: RUN-CONTROL RECORD MISSING"
038900             MOVE 16 TO RETURN-CODE
039000             GOBACK
039100     END-READ
039200     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
039300     CLOSE LOANPARM
039400     MOVE "V"              TO WS-CY-FUNCTION
039500     MOVE "LOANBATCH"      TO WS-CY-PROGRAM
039600     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
039700     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST
039800     IF NOT WS-CY-OK
039900         DISPLAY "LOANNSFR: LOANSKED NOT PRODUCED CLEAN FOR "
040000             WS-BUSINESS-DATE " - STEP ABORTED"
040100         MOVE 16 TO RETURN-CODE
040200         GOBACK
040300     END-IF
040400     MOVE "S"              TO WS-CY-FUNCTION
040500     MOVE "LOANNSFR "      TO WS-CY-PROGRAM
040600     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
040700
040800 1100-VERIFY-CYCLE-EXIT.
040900     EXIT.
041000
041100*--------------------------------------------------------------*
041200* 2000-REVERSE-ITEMS - ONE RETURNED ITEM PER ITERATION. THE    *
041300*    ITEM IS PLACED ON ITS SCHEDULE MONTH THE WAY LOANPOST     *
041400*    PLACED THE ORIGINAL PAYMENT, THEN TRACED:                 *
041500*      - AMOUNT AT LEAST THE MONTH'S SCHEDULED PAYMENT AND     *
041600*        STILL IN LOANPHIST - APPLIED STRAIGHT TO THE MONTH    *
041700*      - SHORT OF THE SCHEDULED PAYMENT BUT THE MONTH IS IN    *
041800*        LOANPHIST - IT WAS HELD IN SUSPENSE AND WENT IN WITH  *
041900*        A RELEASE; THE WHOLE RELEASE IS PULLED BACK           *
042000*      - OTHERWISE IT MUST STILL BE HELD IN LOANSUSF           *
042100*--------------------------------------------------------------*
042200 2000-REVERSE-ITEMS.
042300     ADD 1 TO WS-ITEM-COUNT
042400     MOVE ZERO TO WS-SCHED-MONTH
042500     MOVE ZERO TO WS-FEE
042600     MOVE NR-LOAN-NUMBER TO LM-LOAN-NUMBER
042700     READ LOANMAST
042800     IF WS-MAST-STATUS NOT = "00"
042900         MOVE "REJECTED-NOT ON MASTER" TO WD-ACTION
043000         PERFORM 5900-REJECT-ITEM THRU 5900-REJECT-ITEM-EXIT
043100         GO TO 2000-REVERSE-ITEMS-NEXT
043200     END-IF
043300     IF NR-AMOUNT NOT > ZERO
043400         MOVE "REJECTED-BAD AMOUNT   " TO WD-ACTION
043500         PERFORM 5900-REJECT-ITEM THRU 5900-REJECT-ITEM-EXIT
043600         GO TO 2000-REVERSE-ITEMS-NEXT
043700     END-IF
043800     PERFORM 2100-DERIVE-SCHED-MONTH
043900         THRU 2100-DERIVE-SCHED-MONTH-EXIT
044000
044100     MOVE "N" TO WS-PHST-FOUND-SW
044200     IF WS-SCHED-MONTH > ZERO
044300         MOVE NR-LOAN-NUMBER TO PH-LOAN-NUMBER
044400         MOVE WS-SCHED-MONTH TO PH-SCHED-MONTH
044500         READ LOANPHIST
044600         IF WS-PHST-STATUS = "00"
044700             MOVE "Y" TO WS-PHST-FOUND-SW
044800         END-IF
044900     END-IF
045000     MOVE NR-LOAN-NUMBER TO SU-LOAN-NUMBER
045100     READ LOANSUSF
045200     IF WS-SUSF-STATUS = "00"
045300         MOVE "Y" TO WS-SUSF-FOUND-SW
045400     ELSE
045500         MOVE "N" TO WS-SUSF-FOUND-SW
045600     END-IF
045700
045800     IF PHST-ON-FILE
045900             AND NR-AMOUNT NOT < PH-AMOUNT-SCHEDULED
046000             AND PH-AMOUNT-RECEIVED NOT < NR-AMOUNT
046100         PERFORM 3000-REVERSE-APPLIED
046200            THRU 3000-REVERSE-APPLIED-EXIT
046300         GO TO 2000-REVERSE-ITEMS-NEXT
046400     END-IF
046500     IF PHST-ON-FILE
046600             AND NR-AMOUNT < PH-AMOUNT-SCHEDULED
046700             AND PH-AMOUNT-RECEIVED NOT < PH-AMOUNT-SCHEDULED
046800         PERFORM 3100-PULL-BACK-RELEASE
046900             THRU 3100-PULL-BACK-RELEASE-EXIT
047000         GO TO 2000-REVERSE-ITEMS-NEXT
047100     END-IF
047200     IF SUSF-ON-FILE AND SU-HELD-AMOUNT NOT < NR-AMOUNT
047300         PERFORM 3200-REVERSE-HELD THRU 3200-REVERSE-HELD-EXIT
047400         GO TO 2000-REVERSE-ITEMS-NEXT
047500     END-IF
047600     MOVE "REJECTED-NOT TRACED   " TO WD-ACTION
047700     PERFORM 5900-REJECT-ITEM THRU 5900-REJECT-ITEM-EXIT.
047800
047900 2000-REVERSE-ITEMS-NEXT.
048000     READ LOANNSFT
048100         AT END MOVE "Y" TO WS-EOF-SW
048200     END-READ.
048300
048400 2000-REVERSE-ITEMS-EXIT.
048500     EXIT.
048600
048700*--------------------------------------------------------------*
048800* 2100-DERIVE-SCHED-MONTH - TURN THE ORIGINAL DATE RECEIVED    *
048900*    INTO THE LOAN'S SCHEDULE MONTH NUMBER, AS LOANPOST DID.   *
049000*    ZERO MEANS THE PAYMENT COULD NOT BE PLACED ON THE         *
049100*    SCHEDULE AND CAN ONLY HAVE GONE TO SUSPENSE.              *
049200*--------------------------------------------------------------*
049300 2100-DERIVE-SCHED-MONTH.
049400     COMPUTE WS-SCHED-MONTH =
049500         ((NR-RECV-YEAR * 12) + NR-RECV-MONTH)
049600         - ((LM-FIRST-PMT-YEAR * 12) + LM-FIRST-PMT-MONTH)
049700         + 1
049800     IF WS-SCHED-MONTH < 1 OR WS-SCHED-MONTH > LM-LOANTERM
049900         MOVE ZERO TO WS-SCHED-MONTH
050000     END-IF.
050100
050200 2100-DERIVE-SCHED-MONTH-EXIT.
050300     EXIT.
050400
050500*--------------------------------------------------------------*
050600* 3000-REVERSE-APPLIED - THE ITEM WENT STRAIGHT TO THE MONTH:  *
050700*    BACK ITS AMOUNT OUT OF THE HISTORY ROW                    *
050800*--------------------------------------------------------------*
050900 3000-REVERSE-APPLIED.
051000     SUBTRACT NR-AMOUNT FROM PH-AMOUNT-RECEIVED
051100     IF PH-PAY-COUNT > ZERO
051200         SUBTRACT 1 FROM PH-PAY-COUNT
051300     END-IF
051400     PERFORM 3900-STORE-HISTORY THRU 3900-STORE-HISTORY-EXIT
051500     ADD 1 TO WS-APPLIED-COUNT
051600     ADD NR-AMOUNT TO WS-REVERSED-TOTAL
051601     COMPUTE NF-HIST-CHANGE = ZERO - NR-AMOUNT
051602     MOVE ZERO TO NF-SUSP-CHANGE
051603     PERFORM 3800-WRITE-ADJUSTMENT THRU 3800-WRITE-ADJUSTMENT-EXIT
051700     MOVE "APPLIED PMT REVERSED  " TO WD-ACTION
051800     PERFORM 4000-ASSESS-FEE THRU 4000-ASSESS-FEE-EXIT.
051900
052000 3000-REVERSE-APPLIED-EXIT.
052100     EXIT.
052200
052300*--------------------------------------------------------------*
052400* 3100-PULL-BACK-RELEASE - THE ITEM WAS A SHORT PAY HELD IN    *
052500*    SUSPENSE UNTIL LOANSUSP RELEASED A FULL SCHEDULED AMOUNT  *
052600*    INTO THIS MONTH. THE RELEASE COMES BACK OUT OF LOANPHIST  *
052700*    WHOLE, AND THE GOOD CASH THAT WENT WITH IT - THE RELEASE  *
052800*    LESS THE RETURNED ITEM - IS HELD IN SUSPENSE AGAIN        *
052900*    AGAINST THE SAME MONTH.                                   *
053000*--------------------------------------------------------------*
053100 3100-PULL-BACK-RELEASE.
053200     MOVE PH-AMOUNT-SCHEDULED TO WS-RELEASED-AMT
053300     COMPUTE WS-REHELD-AMT = WS-RELEASED-AMT - NR-AMOUNT
053400     SUBTRACT WS-RELEASED-AMT FROM PH-AMOUNT-RECEIVED
053500     IF PH-PAY-COUNT > ZERO
053600         SUBTRACT 1 FROM PH-PAY-COUNT
053700     END-IF
053800     PERFORM 3900-STORE-HISTORY THRU 3900-STORE-HISTORY-EXIT
053900     IF WS-REHELD-AMT > ZERO
054000         IF SUSF-ON-FILE
054100             ADD WS-REHELD-AMT TO SU-HELD-AMOUNT
054200             ADD 1 TO SU-ITEM-COUNT
054300             REWRITE LOANSUSF-RECORD
054400                 INVALID KEY
054500                     DISPLAY "LOANNSFR: LOANSUSF REWRITE FAILED "
054600                         SU-LOAN-NUMBER
054700             END-REWRITE
054800         ELSE
054900             MOVE NR-LOAN-NUMBER      TO SU-LOAN-NUMBER
055000             MOVE WS-REHELD-AMT       TO SU-HELD-AMOUNT
055100             MOVE WS-RELEASED-AMT     TO SU-SCHED-AMOUNT
055200             MOVE WS-SCHED-MONTH      TO SU-SCHED-MONTH
055300             MOVE NR-DATE-RECEIVED    TO SU-LAST-DATE
055400             MOVE 1                   TO SU-ITEM-COUNT
055500             WRITE LOANSUSF-RECORD
055600                 INVALID KEY
055700                     DISPLAY "LOANNSFR: LOANSUSF WRITE FAILED "
055800                         SU-LOAN-NUMBER
055900             END-WRITE
056000         END-IF
056100         ADD WS-REHELD-AMT TO WS-REHELD-TOTAL
056200     END-IF
056300     ADD 1 TO WS-RELEASE-COUNT
056400     ADD WS-RELEASED-AMT TO WS-REVERSED-TOTAL
056401     COMPUTE NF-HIST-CHANGE = ZERO - WS-RELEASED-AMT
056402     MOVE WS-REHELD-AMT TO NF-SUSP-CHANGE
056403     PERFORM 3800-WRITE-ADJUSTMENT THRU 3800-WRITE-ADJUSTMENT-EXIT
056500     MOVE "RELEASE PULLED BACK   " TO WD-ACTION
056600     PERFORM 4000-ASSESS-FEE THRU 4000-ASSESS-FEE-EXIT.
056700
056800 3100-PULL-BACK-RELEASE-EXIT.
056900     EXIT.
057000
057100*--------------------------------------------------------------*
057200* 3200-REVERSE-HELD - THE ITEM NEVER LEFT SUSPENSE: TAKE IT    *
057300*    OUT OF THE HELD AMOUNT, DROPPING THE ROW WHEN NOTHING IS  *
057400*    LEFT. NO SCHEDULE MONTH WAS PAID WITH IT.                 *
057500*--------------------------------------------------------------*
057600 3200-REVERSE-HELD.
057700     SUBTRACT NR-AMOUNT FROM SU-HELD-AMOUNT
057800     IF SU-ITEM-COUNT > ZERO
057900         SUBTRACT 1 FROM SU-ITEM-COUNT
058000     END-IF
058100     IF SU-HELD-AMOUNT = ZERO
058200         DELETE LOANSUSF
058300             INVALID KEY
058400                 DISPLAY "LOANNSFR: LOANSUSF DELETE FAILED "
058500                     SU-LOAN-NUMBER
058600         END-DELETE
058700     ELSE
058800         REWRITE LOANSUSF-RECORD
058900             INVALID KEY
059000                 DISPLAY "LOANNSFR: LOANSUSF REWRITE FAILED "
059100                     SU-LOAN-NUMBER
059200         END-REWRITE
059300     END-IF
059400     ADD 1 TO WS-HELD-COUNT
059500     ADD NR-AMOUNT TO WS-REVERSED-TOTAL
059501     MOVE ZERO TO NF-HIST-CHANGE
059502     COMPUTE NF-SUSP-CHANGE = ZERO - NR-AMOUNT
059503     PERFORM 3800-WRITE-ADJUSTMENT THRU 3800-WRITE-ADJUSTMENT-EXIT
059600     MOVE "HELD ITEM REVERSED    " TO WD-ACTION
059700     PERFORM 4000-ASSESS-FEE THRU 4000-ASSESS-FEE-EXIT.
059800
059900 3200-REVERSE-HELD-EXIT.
059901     EXIT.
059902
059903*--------------------------------------------------------------*
059904* 3800-WRITE-ADJUSTMENT - THE ITEM'S MOVEMENT, ALREADY IN THE  *
059905*    NF- CHANGE FIELDS, GOES TO LOANNSFA                       *
059906*--------------------------------------------------------------*
059907 3800-WRITE-ADJUSTMENT.
059908     MOVE NR-LOAN-NUMBER TO NF-LOAN-NUMBER
059909     WRITE LOANNSFA-RECORD.
059910
059911 3800-WRITE-ADJUSTMENT-EXIT.
060000     EXIT.
060100
060200*--------------------------------------------------------------*
060300* 3900-STORE-HISTORY - REWRITE THE MONTH AS PARTIAL OR STILL   *
060400*    FULLY APPLIED, OR DELETE IT WHEN NO CASH IS LEFT ON IT -  *
060500*    A MONTH WITH NO HISTORY ROW IS UNPAID                     *
060600*--------------------------------------------------------------*
060700 3900-STORE-HISTORY.
060800     IF PH-AMOUNT-RECEIVED NOT > ZERO
060900         DELETE LOANPHIST
061000             INVALID KEY
061100                 DISPLAY "LOANNSFR: HISTORY DELETE FAILED, LOAN "
061200                     PH-LOAN-NUMBER
061300         END-DELETE
061400         GO TO 3900-STORE-HISTORY-EXIT
061500     END-IF
061600     IF PH-AMOUNT-SCHEDULED > ZERO
061700             AND PH-AMOUNT-RECEIVED >= PH-AMOUNT-SCHEDULED
061800         MOVE "A" TO PH-STATUS
061900     ELSE
062000         MOVE "P" TO PH-STATUS
062100     END-IF
062200     REWRITE LOANPHIST-RECORD
062300         INVALID KEY
062400             DISPLAY "LOANNSFR: HISTORY REWRITE FAILED, LOAN "
062500                 PH-LOAN-NUMBER
062600     END-REWRITE.
062700
062800 3900-STORE-HISTORY-EXIT.
062900     EXIT.
063000
063100*--------------------------------------------------------------*
063200* 4000-ASSESS-FEE - THE RETURNED-ITEM FEE IS ASSESSED ON THE   *
063300*    SCHEDULE MONTH THE ITEM WAS MEANT TO PAY, AND THAT MONTH  *
063400*    GOES INTO THE TABLE FOR LOANDELQN. CASH THAT WAS NEVER    *
063500*    PLACED ON A MONTH CARRIES NO FEE. THE REGISTER LINE FOR   *
063600*    THE ITEM IS PRINTED HERE.                                 *
063700*--------------------------------------------------------------*
063800 4000-ASSESS-FEE.
063900     IF WS-SCHED-MONTH > ZERO
064000         IF NR-FEE-AMOUNT > ZERO
064100             MOVE NR-FEE-AMOUNT  TO WS-FEE
064200         ELSE
064300             MOVE WS-STD-NSF-FEE TO WS-FEE
064400         END-IF
064500         IF WS-RV-COUNT < 1000
064600             ADD 1 TO WS-RV-COUNT
064700             MOVE NR-LOAN-NUMBER TO WS-RV-LOAN-NUMBER(WS-RV-COUNT)
064800             MOVE WS-SCHED-MONTH TO WS-RV-MONTH(WS-RV-COUNT)
064900             MOVE WS-FEE         TO WS-RV-FEE(WS-RV-COUNT)
065000             ADD WS-FEE TO WS-FEE-TOTAL
065100         ELSE
065200             DISPLAY "LOANNSFR: REVERSED-MONTH TABLE FULL, LOAN "
065300                 NR-LOAN-NUMBER
065400             MOVE ZERO TO WS-FEE
065500             MOVE 8 TO RETURN-CODE
065600         END-IF
065700     END-IF
065800     MOVE NR-LOAN-NUMBER   TO WD-LOAN-NUMBER
065900     MOVE WS-SCHED-MONTH   TO WD-SCHED-MONTH
066000     MOVE NR-DATE-RECEIVED TO WD-DATE-RECEIVED
066100     MOVE NR-RETURN-REASON TO WD-RETURN-REASON
066200     MOVE NR-AMOUNT        TO WD-AMOUNT
066300     MOVE WS-FEE           TO WD-FEE
066400     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
066500
066600 4000-ASSESS-FEE-EXIT.
066700     EXIT.
066800
066900*--------------------------------------------------------------*
067000* 5900-REJECT-ITEM - PRINT THE ITEM WITH THE REASON ALREADY IN *
067100*    WD-ACTION; NOTHING IS REVERSED AND NO FEE IS ASSESSED     *
067200*--------------------------------------------------------------*
067300 5900-REJECT-ITEM.
067400     ADD 1 TO WS-REJECT-COUNT
067500     MOVE NR-LOAN-NUMBER   TO WD-LOAN-NUMBER
067600     MOVE WS-SCHED-MONTH   TO WD-SCHED-MONTH
067700     MOVE NR-DATE-RECEIVED TO WD-DATE-RECEIVED
067800     MOVE NR-RETURN-REASON TO WD-RETURN-REASON
067900     MOVE NR-AMOUNT        TO WD-AMOUNT
068000     MOVE ZERO             TO WD-FEE
068100     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
068200
068300 5900-REJECT-ITEM-EXIT.
068400     EXIT.
068500
068600*--------------------------------------------------------------*
068700* 6000-SORT-REVERSED - EXCHANGE SORT OF THE REVERSED MONTHS    *
068800*    INTO LOAN NUMBER THEN MONTH ORDER                         *
068900*--------------------------------------------------------------*
069000 6000-SORT-REVERSED.
069100     MOVE "Y" TO WS-SWAP-SW
069200     PERFORM 6100-SORT-PASS THRU 6100-SORT-PASS-EXIT
069300         UNTIL NOT TABLE-SWAPPED.
069400
069500 6000-SORT-REVERSED-EXIT.
069600     EXIT.
069700
069800 6100-SORT-PASS.
069900     MOVE "N" TO WS-SWAP-SW
070000     PERFORM 6110-COMPARE-PAIR THRU 6110-COMPARE-PAIR-EXIT
070100         VARYING WS-RV-SUB FROM 1 BY 1
070200         UNTIL WS-RV-SUB >= WS-RV-COUNT.
070300
070400 6100-SORT-PASS-EXIT.
070500     EXIT.
070600
070700 6110-COMPARE-PAIR.
070800     COMPUTE WS-RV-SUB-2 = WS-RV-SUB + 1
070900     IF WS-RV-KEY(WS-RV-SUB-2) < WS-RV-KEY(WS-RV-SUB)
071000         MOVE WS-RV-ENTRY(WS-RV-SUB)   TO WS-RV-HOLD-ENTRY
071100         MOVE WS-RV-ENTRY(WS-RV-SUB-2) TO WS-RV-ENTRY(WS-RV-SUB)
071200         MOVE WS-RV-HOLD-ENTRY         TO WS-RV-ENTRY(WS-RV-SUB-2)
071300         MOVE "Y" TO WS-SWAP-SW
071400     END-IF.
071500
071600 6110-COMPARE-PAIR-EXIT.
071700     EXIT.
071800
071900*--------------------------------------------------------------*
072000* 7000-MERGE-DELQ - WRITE LOANDELQN FROM LOANDELQ AND THE      *
072100*    SORTED TABLE. A MONTH ALREADY LATE ON LOANDELQ KEEPS ITS  *
072200*    RECORD WITH THE RETURNED-ITEM FEE ADDED TO ITS LATE FEE;  *
072300*    TWO ITEMS RETURNED AGAINST ONE MONTH MAKE ONE RECORD.     *
072400*--------------------------------------------------------------*
072500 7000-MERGE-DELQ.
072600     IF NOT END-OF-LOANDELQ
072700         PERFORM 7300-READ-DELQ THRU 7300-READ-DELQ-EXIT
072800     END-IF
072900     MOVE 1 TO WS-RV-SUB
073000     PERFORM 7100-MERGE-ONE THRU 7100-MERGE-ONE-EXIT
073100         UNTIL END-OF-LOANDELQ AND WS-RV-SUB > WS-RV-COUNT.
073200
073300 7000-MERGE-DELQ-EXIT.
073400     EXIT.
073500
073600 7100-MERGE-ONE.
073700     IF WS-RV-SUB > WS-RV-COUNT
073800         GO TO 7100-MERGE-ONE-DELQ
073900     END-IF
074000     IF NOT END-OF-LOANDELQ
074100             AND WS-DQ-KEY < WS-RV-KEY(WS-RV-SUB)
074200         GO TO 7100-MERGE-ONE-DELQ
074300     END-IF
074400     MOVE WS-RV-LOAN-NUMBER(WS-RV-SUB) TO DN-LOAN-NUMBER
074500     MOVE WS-RV-MONTH(WS-RV-SUB)       TO DN-MONTH
074600     MOVE ZERO                         TO DN-LATE-FEE
074700     IF NOT END-OF-LOANDELQ
074800             AND WS-DQ-KEY = WS-RV-KEY(WS-RV-SUB)
074900         MOVE DQ-LATE-FEE TO DN-LATE-FEE
075000         PERFORM 7300-READ-DELQ THRU 7300-READ-DELQ-EXIT
075100     END-IF
075200     MOVE WS-RV-KEY(WS-RV-SUB) TO WS-RV-HOLD-KEY
075300     PERFORM 7200-ADD-TABLE-FEE THRU 7200-ADD-TABLE-FEE-EXIT
075400         UNTIL WS-RV-SUB > WS-RV-COUNT
075500             OR WS-RV-KEY(WS-RV-SUB) NOT = WS-RV-HOLD-KEY
075600     WRITE LOANDELQN-RECORD
075700     ADD 1 TO WS-DELQ-OUT-COUNT
075800     GO TO 7100-MERGE-ONE-EXIT.
075900
076000 7100-MERGE-ONE-DELQ.
076100     MOVE LOANDELQ-RECORD TO LOANDELQN-RECORD
076200     WRITE LOANDELQN-RECORD
076300     ADD 1 TO WS-DELQ-OUT-COUNT
076400     PERFORM 7300-READ-DELQ THRU 7300-READ-DELQ-EXIT.
076500
076600 7100-MERGE-ONE-EXIT.
076700     EXIT.
076800
076900 7200-ADD-TABLE-FEE.
077000     ADD WS-RV-FEE(WS-RV-SUB) TO DN-LATE-FEE
077100     ADD 1 TO WS-RV-SUB.
077200
077300 7200-ADD-TABLE-FEE-EXIT.
077400     EXIT.
077500
077600 7300-READ-DELQ.
077700     READ LOANDELQ
077800         AT END
077900             MOVE "Y" TO WS-DELQ-EOF-SW
078000         NOT AT END
078100             ADD 1 TO WS-DELQ-IN-COUNT
078200             MOVE DQ-LOAN-NUMBER TO WS-DQ-LOAN-NUMBER
078300             MOVE DQ-MONTH       TO WS-DQ-MONTH
078400     END-READ.
078500
078600 7300-READ-DELQ-EXIT.
078700     EXIT.
078800
078900*--------------------------------------------------------------*
079000* 8000-PRINT-TOTALS - COUNTS AND DOLLARS BY HOW EACH ITEM WAS  *
079100*    TRACED, AND THE LOANDELQ PASS-THROUGH COUNTS              *
079200*--------------------------------------------------------------*
079300 8000-PRINT-TOTALS.
079400     WRITE PRINT-LINE FROM SPACES
079500     MOVE "RETURNED ITEMS READ . . . ." TO WX-LABEL
079600     MOVE WS-ITEM-COUNT                 TO WX-COUNT
079700     MOVE ZERO                          TO WX-AMOUNT
079800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
079900     MOVE "APPLIED PAYMENTS REVERSED ." TO WX-LABEL
080000     MOVE WS-APPLIED-COUNT              TO WX-COUNT
080100     WRITE PRINT-LINE FROM WS-TOTAL-LINE
080200     MOVE "SUSPENSE RELEASES PULLED  ." TO WX-LABEL
080300     MOVE WS-RELEASE-COUNT              TO WX-COUNT
080400     MOVE WS-REHELD-TOTAL               TO WX-AMOUNT
080500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
080600     MOVE "HELD ITEMS REVERSED . . . ." TO WX-LABEL
080700     MOVE WS-HELD-COUNT                 TO WX-COUNT
080800     MOVE ZERO                          TO WX-AMOUNT
080900     WRITE PRINT-LINE FROM WS-TOTAL-LINE
081000     MOVE "ITEMS REJECTED  . . . . . ." TO WX-LABEL
081100     MOVE WS-REJECT-COUNT               TO WX-COUNT
081200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
081300     MOVE "CASH REVERSED . . . . . . ." TO WX-LABEL
081400     MOVE ZERO                          TO WX-COUNT
081500     MOVE WS-REVERSED-TOTAL             TO WX-AMOUNT
081600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
081700     MOVE "RETURNED-ITEM FEES  . . . ." TO WX-LABEL
081800     MOVE WS-RV-COUNT                   TO WX-COUNT
081900     MOVE WS-FEE-TOTAL                  TO WX-AMOUNT
082000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
082100     WRITE PRINT-LINE FROM SPACES
082200     MOVE "LOANDELQ RECORDS IN . . . ." TO WX-LABEL
082300     MOVE WS-DELQ-IN-COUNT              TO WX-COUNT
082400     MOVE ZERO                          TO WX-AMOUNT
082500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
082600     MOVE "LOANDELQN RECORDS OUT . . ." TO WX-LABEL
082700     MOVE WS-DELQ-OUT-COUNT             TO WX-COUNT
082800     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
082900
083000 8000-PRINT-TOTALS-EXIT.
083100     EXIT.
083200
083300*--------------------------------------------------------------*
083400* 9000-TERMINATE                                               *
083500*--------------------------------------------------------------*
083600 9000-TERMINATE.
083700     CLOSE LOANMAST
083800     CLOSE LOANPHIST
083900     CLOSE LOANSUSF
084000     IF WS-NSFT-STATUS = "00" OR WS-NSFT-STATUS = "10"
084100         CLOSE LOANNSFT
084200     END-IF
084300     IF WS-DELQ-STATUS = "00" OR WS-DELQ-STATUS = "10"
084400         CLOSE LOANDELQ
084500     END-IF
084600     CLOSE LOANDELQN
084601     CLOSE LOANNSFA
084700     CLOSE LOANNSRG
084800     DISPLAY "LOANNSFR: ITEMS=" WS-ITEM-COUNT
084900         " REVERSED=" WS-REVERSED-TOTAL
085000         " REJECTED=" WS-REJECT-COUNT
085100     MOVE "E"              TO WS-CY-FUNCTION
085200     MOVE "LOANNSFR "      TO WS-CY-PROGRAM
085300     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
085400     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
085500     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
085600
085700 END PROGRAM LOANNSFR.
