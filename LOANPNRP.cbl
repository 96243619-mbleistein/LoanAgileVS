000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANPNRP.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-18.
000600 DATE-COMPILED. 2026-09-18.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-18  LSG  Initial version. Dual-control approval     *
001000*               report, run after LOANUPDT. Lists the LOANPEND *
001100*               queue in three sections - items still pending  *
001200*               a second operator, items approved and applied, *
001300*               and items declined or rejected on release -    *
001400*               with the keying operator, the fields held, the *
001500*               approver and the decision date. Decided items  *
001600*               print for the business month only; pending     *
001700*               items print until they are decided.            *
001710*  2026-10-15  LSG  The fields held print in full on a line    *
001720*               of their own under each item.                  *
001800*--------------------------------------------------------------*
001900
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. IBM-370.
002300 OBJECT-COMPUTER. IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT LOANPARM ASSIGN TO "LOANPARM"
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-RUNC-STATUS.
002900     SELECT LOANPEND ASSIGN TO "LOANPEND"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS PQ-KEY
003300         FILE STATUS IS WS-PEND-STATUS.
003400     SELECT LOANPNPR ASSIGN TO "LOANPNPR"
003500         ORGANIZATION IS SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900*--------------------------------------------------------------*
004000* LOANPARM - THE RUN-CONTROL RECORD; THE BUSINESS DATE PICKS   *
004100*    THE MONTH OF DECIDED ITEMS TO LIST                        *
004200*--------------------------------------------------------------*
004300 FD  LOANPARM
004400     RECORDING MODE IS F.
004500 01  LOANPARM-RECORD.
004600     05 PR-BUSINESS-DATE         PIC 9(08).
004700     05 PR-RUN-ID                PIC X(08).
004800     05 PR-OPT-SKED-ONLY         PIC X(01).
004900     05 PR-OPT-SKIP-DELQ         PIC X(01).
005000     05 PR-OPT-FULL-RUN          PIC X(01).
005100     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
005200     05 PR-GENERATIONS-KEPT      PIC 9(02).
005300
005400*--------------------------------------------------------------*
005500* LOANPEND - DUAL-CONTROL APPROVAL QUEUE KEPT BY LOANUPDT      *
005600*--------------------------------------------------------------*
005700 FD  LOANPEND
005800     RECORDING MODE IS F.
005900 01  LOANPEND-RECORD.
006000     05 PQ-KEY.
006100         10 PQ-LOAN-NUMBER       PIC X(10).
006200         10 PQ-ENTRY-DATE        PIC 9(08).
006300         10 PQ-ENTRY-TIME        PIC 9(08).
006400     05 PQ-STATUS                PIC X(01).
006500         88 PQ-PENDING                           VALUE "P".
006600         88 PQ-APPROVED                          VALUE "A".
006700         88 PQ-REJECTED                          VALUE "R".
006800     05 PQ-ENTERED-BY            PIC X(08).
006900     05 PQ-APPROVER-ID           PIC X(08).
007000     05 PQ-DECISION-DATE         PIC 9(08).
007100     05 PQ-DECISION-DATE-R REDEFINES PQ-DECISION-DATE.
007200         10 PQ-DECISION-YYYYMM   PIC 9(06).
007300         10 FILLER               PIC 9(02).
007400     05 PQ-FIELDS                PIC X(45).
007500     05 PQ-REASON                PIC X(30).
007600     05 PQ-TRAN-IMAGE.
007700         10 PQ-TRAN-ACTION       PIC X(01).
007800         10 FILLER               PIC X(227).
007900
008000*--------------------------------------------------------------*
008100* LOANPNPR - PRINTED APPROVAL QUEUE REPORT                     *
008200*--------------------------------------------------------------*
008300 FD  LOANPNPR
008400     RECORDING MODE IS F.
008500 01  PRINT-LINE                  PIC X(80).
008600
008700 WORKING-STORAGE SECTION.
008800 77  WS-RUNC-STATUS              PIC X(02)      VALUE "00".
008900 77  WS-PEND-STATUS              PIC X(02)      VALUE "00".
009000 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
009100     88 END-OF-LOANPEND                          VALUE "Y".
009200 77  WS-SECTION-STATUS           PIC X(01)      VALUE SPACE.
009300 77  WS-SECTION-COUNT            PIC 9(07)      COMP   VALUE ZERO.
009400 77  WS-PENDING-COUNT            PIC 9(07)      COMP   VALUE ZERO.
009500 77  WS-APPROVED-COUNT           PIC 9(07)      COMP   VALUE ZERO.
009600 77  WS-REJECTED-COUNT           PIC 9(07)      COMP   VALUE ZERO.
009700 01  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
009800 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
009900     05 WS-BUS-YYYYMM            PIC 9(06).
010000     05 WS-BUS-DAY               PIC 9(02).
010100
010200 01  WS-REPORT-HEADING.
010300     05 FILLER              PIC X(40)  VALUE
010400         "DUAL-CONTROL APPROVAL QUEUE -           ".
010500     05 WH-BUSINESS-DATE    PIC 9(08).
010600
010700 01  WS-SECTION-HEADING.
010800     05 WS-SECTION-TITLE         PIC X(40).
010900
011000 01  WS-COLUMN-HEADING.
011100     05 FILLER              PIC X(40)  VALUE
011200         "LOAN       A  KEYED    KEYED BY APPROVER".
011300     05 FILLER              PIC X(40)  VALUE
011400         " DECIDED".
011500
011600 01  WS-DETAIL-LINE.
011700     05 WD-LOAN-NUMBER           PIC X(10).
011800     05 FILLER                   PIC X(01)      VALUE SPACE.
011900     05 WD-ACTION                PIC X(01).
012000     05 FILLER                   PIC X(02)      VALUE SPACES.
012100     05 WD-ENTRY-DATE            PIC 9(08).
012200     05 FILLER                   PIC X(01)      VALUE SPACE.
012300     05 WD-ENTERED-BY            PIC X(08).
012400     05 FILLER                   PIC X(01)      VALUE SPACE.
012700     05 WD-APPROVER-ID           PIC X(08).
012800     05 FILLER                   PIC X(01)      VALUE SPACE.
012900     05 WD-DECISION-DATE         PIC X(08).
013000
013010 01  WS-FIELDS-LINE.
013020     05 FILLER                   PIC X(14)      VALUE SPACES.
013030     05 FILLER                   PIC X(08)      VALUE "FIELDS: ".
013040     05 WF-FIELDS                PIC X(45).
013050
013100 01  WS-REASON-LINE.
013200     05 FILLER                   PIC X(14)      VALUE SPACES.
013300     05 FILLER                   PIC X(08)      VALUE "REASON: ".
013400     05 WR-REASON                PIC X(30).
013500
013600 01  WS-TOTAL-LINE.
013700     05 WX-LABEL                 PIC X(30).
013800     05 WX-COUNT                 PIC ZZZ,ZZ9.
013900
014000 PROCEDURE DIVISION.
014100*--------------------------------------------------------------*
014200* 0000-MAINLINE - ONE PASS OF THE QUEUE PER SECTION            *
014300*--------------------------------------------------------------*
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE
014600     MOVE "P" TO WS-SECTION-STATUS
014700     MOVE "ITEMS PENDING APPROVAL" TO WS-SECTION-TITLE
014800     PERFORM 2000-PRINT-SECTION THRU 2000-PRINT-SECTION-EXIT
014900     MOVE WS-SECTION-COUNT TO WS-PENDING-COUNT
015000     MOVE "A" TO WS-SECTION-STATUS
015100     MOVE "ITEMS APPROVED THIS MONTH" TO WS-SECTION-TITLE
015200     PERFORM 2000-PRINT-SECTION THRU 2000-PRINT-SECTION-EXIT
015300     MOVE WS-SECTION-COUNT TO WS-APPROVED-COUNT
015400     MOVE "R" TO WS-SECTION-STATUS
015500     MOVE "ITEMS REJECTED THIS MONTH" TO WS-SECTION-TITLE
015600     PERFORM 2000-PRINT-SECTION THRU 2000-PRINT-SECTION-EXIT
015700     MOVE WS-SECTION-COUNT TO WS-REJECTED-COUNT
015800     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
015900     PERFORM 9000-TERMINATE
016000     GOBACK.
016100
016200*--------------------------------------------------------------*
016300* 1000-INITIALIZE                                              *
016400*--------------------------------------------------------------*
016500 1000-INITIALIZE.
016600     OPEN INPUT LOANPARM
016700     IF WS-RUNC-STATUS NOT = "00"
016800         DISPLAY "LOANPNRP: RUN-CONTROL FILE LOANPARM MISSING"
016900         MOVE 16 TO RETURN-CODE
017000         GOBACK
017100     END-IF
017200     READ LOANPARM
017300         AT END
017400             DISPLAY "LOANPNRP: RUN-CONTROL RECORD MISSING"
017500             MOVE 16 TO RETURN-CODE
017600             GOBACK
017700     END-READ
017800     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
017900     CLOSE LOANPARM
018000     OPEN OUTPUT LOANPNPR
018100     MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE
018200     WRITE PRINT-LINE FROM WS-REPORT-HEADING.
018300
018400*--------------------------------------------------------------*
018500* 2000-PRINT-SECTION - READ THE WHOLE QUEUE, PRINTING THE      *
018600*    ITEMS IN WS-SECTION-STATUS. A MISSING QUEUE PRINTS AN     *
018700*    EMPTY SECTION - NOTHING HAS EVER BEEN HELD.               *
018800*--------------------------------------------------------------*
018900 2000-PRINT-SECTION.
019000     MOVE ZERO TO WS-SECTION-COUNT
019100     MOVE "N"  TO WS-EOF-SW
019200     WRITE PRINT-LINE FROM SPACES
019300     WRITE PRINT-LINE FROM WS-SECTION-HEADING
019400     WRITE PRINT-LINE FROM WS-COLUMN-HEADING
019500     OPEN INPUT LOANPEND
019600     IF WS-PEND-STATUS NOT = "00"
019700         GO TO 2000-PRINT-SECTION-EXIT
019800     END-IF
019900     READ LOANPEND
020000         AT END MOVE "Y" TO WS-EOF-SW
020100     END-READ
020200     PERFORM 2100-SELECT-ITEM THRU 2100-SELECT-ITEM-EXIT
020300         UNTIL END-OF-LOANPEND
020400     CLOSE LOANPEND.
020500
020600 2000-PRINT-SECTION-EXIT.
020700     EXIT.
020800
020900*--------------------------------------------------------------*
021000* 2100-SELECT-ITEM - PRINT ONE QUEUE ITEM IF IT BELONGS IN     *
021100*    THIS SECTION                                              *
021200*--------------------------------------------------------------*
021300 2100-SELECT-ITEM.
021400     IF PQ-STATUS NOT = WS-SECTION-STATUS
021500         GO TO 2100-SELECT-ITEM-NEXT
021600     END-IF
021700     IF NOT PQ-PENDING
021800             AND PQ-DECISION-YYYYMM NOT = WS-BUS-YYYYMM
021900         GO TO 2100-SELECT-ITEM-NEXT
022000     END-IF
022100     ADD 1 TO WS-SECTION-COUNT
022200     MOVE PQ-LOAN-NUMBER  TO WD-LOAN-NUMBER
022300     MOVE PQ-TRAN-ACTION  TO WD-ACTION
022400     MOVE PQ-ENTRY-DATE   TO WD-ENTRY-DATE
022500     MOVE PQ-ENTERED-BY   TO WD-ENTERED-BY
022600     MOVE PQ-FIELDS       TO WF-FIELDS
022700     MOVE PQ-APPROVER-ID  TO WD-APPROVER-ID
022800     IF PQ-PENDING
022900         MOVE SPACES           TO WD-DECISION-DATE
023000     ELSE
023100         MOVE PQ-DECISION-DATE TO WD-DECISION-DATE
023200     END-IF
023300     WRITE PRINT-LINE FROM WS-DETAIL-LINE
023310     WRITE PRINT-LINE FROM WS-FIELDS-LINE
023400     IF PQ-REJECTED AND PQ-REASON NOT = SPACES
023500         MOVE PQ-REASON TO WR-REASON
023600         WRITE PRINT-LINE FROM WS-REASON-LINE
023700     END-IF.
023800
023900 2100-SELECT-ITEM-NEXT.
024000     READ LOANPEND
024100         AT END MOVE "Y" TO WS-EOF-SW
024200     END-READ.
024300
024400 2100-SELECT-ITEM-EXIT.
024500     EXIT.
024600
024700*--------------------------------------------------------------*
024800* 8000-PRINT-TOTALS - ITEM COUNTS BY SECTION                   *
024900*--------------------------------------------------------------*
025000 8000-PRINT-TOTALS.
025100     WRITE PRINT-LINE FROM SPACES
025200     MOVE "PENDING APPROVAL  . . . . . . " TO WX-LABEL
025300     MOVE WS-PENDING-COUNT                 TO WX-COUNT
025400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
025500     MOVE "APPROVED THIS MONTH . . . . . " TO WX-LABEL
025600     MOVE WS-APPROVED-COUNT                TO WX-COUNT
025700     WRITE PRINT-LINE FROM WS-TOTAL-LINE
025800     MOVE "REJECTED THIS MONTH . . . . . " TO WX-LABEL
025900     MOVE WS-REJECTED-COUNT                TO WX-COUNT
026000     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
026100
026200 8000-PRINT-TOTALS-EXIT.
026300     EXIT.
026400
026500*--------------------------------------------------------------*
026600* 9000-TERMINATE                                               *
026700*--------------------------------------------------------------*
026800 9000-TERMINATE.
026900     CLOSE LOANPNPR
027000     DISPLAY "LOANPNRP: PENDING=" WS-PENDING-COUNT
027100         " APPROVED=" WS-APPROVED-COUNT
027200         " REJECTED=" WS-REJECTED-COUNT.
027300
027400 END PROGRAM LOANPNRP.
