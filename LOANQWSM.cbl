000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANQWSM.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-29.
000600 DATE-COMPILED. 2026-09-29.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-29  LSG  Initial version. Monthly complaint and     *
001000*               qualified written request summary for          *
001100*               compliance, run at month end after LOANQWUP.   *
001200*               Every case on LOANQWCS is counted under its    *
001300*               complaint category: cases opened, closed,      *
001400*               acknowledged late and answered late during the *
001500*               month, and cases still open and those past a   *
001600*               deadline as of the business date, with a line  *
001700*               for all categories. Any case past a deadline   *
001800*               ends the step with RC 4.                       *
001900*--------------------------------------------------------------*
002000
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. IBM-370.
002400 OBJECT-COMPUTER. IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT LOANPARM ASSIGN TO "LOANPARM"
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-PARM-STATUS.
003000     SELECT LOANQWCS ASSIGN TO "LOANQWCS"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS QW-KEY
003400         FILE STATUS IS WS-QWCS-STATUS.
003500     SELECT LOANQWSR ASSIGN TO "LOANQWSR"
003600         ORGANIZATION IS SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000*--------------------------------------------------------------*
004100* LOANPARM - THE RUN-CONTROL RECORD; THE MONTH OF THE BUSINESS *
004200*    DATE IS THE MONTH SUMMARIZED                              *
004300*--------------------------------------------------------------*
004400 FD  LOANPARM
004500     RECORDING MODE IS F.
004600 01  LOANPARM-RECORD.
004700     05 PR-BUSINESS-DATE         PIC 9(08).
004800     05 PR-BUSINESS-DATE-X REDEFINES PR-BUSINESS-DATE.
004900         10 PR-BUSINESS-YYYYMM   PIC 9(06).
005000         10 PR-BUSINESS-DAY      PIC 9(02).
005100     05 PR-RUN-ID                PIC X(08).
005200     05 PR-OPT-SKED-ONLY         PIC X(01).
005300     05 PR-OPT-SKIP-DELQ         PIC X(01).
005400     05 PR-OPT-FULL-RUN          PIC X(01).
005500     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
005600     05 PR-GENERATIONS-KEPT      PIC 9(02).
005700
005800*--------------------------------------------------------------*
005900* LOANQWCS - COMPLAINT AND QUALIFIED WRITTEN REQUEST CASE      *
006000*    FILE MAINTAINED BY LOANQWUP, READ FROM THE TOP            *
006100*--------------------------------------------------------------*
006200 FD  LOANQWCS
006300     RECORDING MODE IS F.
006400 01  LOANQWCS-RECORD.
006500     05 QW-KEY.
006600         10 QW-LOAN-NUMBER       PIC X(10).
006700         10 QW-CASE-NUMBER       PIC X(10).
006800     05 QW-CASE-TYPE             PIC X(01).
006900         88 QW-TYPE-QWR                          VALUE "Q".
007000         88 QW-TYPE-ERROR                        VALUE "E".
007100         88 QW-TYPE-COMPLAINT                    VALUE "C".
007200     05 QW-CATEGORY              PIC X(02).
007300         88 QW-CAT-PAYMENT-DISPUTE               VALUE "PD".
007400     05 QW-RECEIVED-DATE         PIC 9(08).
007500     05 QW-RECEIVED-DATE-X REDEFINES QW-RECEIVED-DATE.
007600         10 QW-RECEIVED-YYYYMM   PIC 9(06).
007700         10 FILLER               PIC 9(02).
007800     05 QW-ACK-DUE-DATE          PIC 9(08).
007900     05 QW-ACK-DATE              PIC 9(08).
008000     05 QW-ACK-DATE-X REDEFINES QW-ACK-DATE.
008100         10 QW-ACK-YYYYMM        PIC 9(06).
008200         10 FILLER               PIC 9(02).
008300     05 QW-RESP-DUE-DATE         PIC 9(08).
008400     05 QW-EXTENDED-SW           PIC X(01).
008500         88 QW-RESP-EXTENDED                     VALUE "Y".
008600     05 QW-CASE-STATUS           PIC X(01).
008700         88 QW-CASE-OPEN                         VALUE "O".
008800         88 QW-CASE-CLOSED                       VALUE "C".
008900     05 QW-CLOSED-DATE           PIC 9(08).
009000     05 QW-CLOSED-DATE-X REDEFINES QW-CLOSED-DATE.
009100         10 QW-CLOSED-YYYYMM     PIC 9(06).
009200         10 FILLER               PIC 9(02).
009300     05 QW-RESOLUTION            PIC X(01).
009400     05 QW-DESCRIPTION           PIC X(40).
009500     05 QW-LAST-ACTION-DATE      PIC 9(08).
009600     05 FILLER                   PIC X(10).
009700
009800*--------------------------------------------------------------*
009900* LOANQWSR - PRINTED MONTHLY SUMMARY BY COMPLAINT CATEGORY     *
010000*--------------------------------------------------------------*
010100 FD  LOANQWSR
010200     RECORDING MODE IS F.
010300 01  PRINT-LINE                  PIC X(80).
010400
010500 WORKING-STORAGE SECTION.
010600 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
010700 77  WS-QWCS-STATUS              PIC X(02)      VALUE "00".
010800 77  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
010900 77  WS-BUSINESS-YYYYMM          PIC 9(06)      VALUE ZERO.
011000 01  WS-CYCLE-REQUEST.
011100     03 WS-CY-FUNCTION           PIC X(01).
011200     03 WS-CY-PROGRAM            PIC X(09).
011300     03 WS-CY-BUSINESS-DATE      PIC 9(08).
011400     03 WS-CY-END-RETURN-CODE    PIC 9(04).
011500     03 WS-CY-RESULT             PIC X(01).
011600         88 WS-CY-OK                             VALUE "Y".
011700 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
011800     88 END-OF-LOANQWCS                          VALUE "Y".
011900 77  WS-CAT-FOUND-SW             PIC X(01)      VALUE "N".
012000     88 CATEGORY-FOUND                           VALUE "Y".
012100 77  WS-CAT-IX                   PIC S9(04)     COMP   VALUE ZERO.
012200 77  WS-CASE-COUNT               PIC 9(07)      COMP   VALUE ZERO.
012300
012400*--------------------------------------------------------------*
012500* COMPLAINT CATEGORIES IN REPORT ORDER. A CODE NOT IN THE      *
012600*    TABLE IS COUNTED UNDER OTHER, THE LAST ENTRY.             *
012700*--------------------------------------------------------------*
012800 01  WS-CATEGORY-VALUES.
012900     05 FILLER                   PIC X(18)      VALUE
013000         "PD PAYMENT DISPUTE".
013100     05 FILLER                   PIC X(18)      VALUE
013200         "ES ESCROW/TAX/INS ".
013300     05 FILLER                   PIC X(18)      VALUE
013400         "FE FEES/CHARGES   ".
013500     05 FILLER                   PIC X(18)      VALUE
013600         "CR CREDIT REPORT  ".
013700     05 FILLER                   PIC X(18)      VALUE
013800         "PO PAYOFF/RELEASE ".
013900     05 FILLER                   PIC X(18)      VALUE
014000         "LM LOSS MITIGATION".
014100     05 FILLER                   PIC X(18)      VALUE
014200         "IR INFO REQUEST   ".
014300     05 FILLER                   PIC X(18)      VALUE
014400         "SV SERVICE XFER   ".
014500     05 FILLER                   PIC X(18)      VALUE
014600         "OT OTHER          ".
014700 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
014800     05 WS-CAT-ENTRY             OCCURS 9 TIMES.
014900         10 WS-CAT-CODE          PIC X(02).
015000         10 FILLER               PIC X(01).
015100         10 WS-CAT-NAME          PIC X(15).
015200
015300 01  WS-CATEGORY-COUNTS.
015400     05 WS-CAT-TOTALS            OCCURS 10 TIMES.
015500         10 WS-CAT-OPENED        PIC 9(07)      COMP.
015600         10 WS-CAT-CLOSED        PIC 9(07)      COMP.
015700         10 WS-CAT-ACK-LATE      PIC 9(07)      COMP.
015800         10 WS-CAT-RESP-LATE     PIC 9(07)      COMP.
015900         10 WS-CAT-OPEN          PIC 9(07)      COMP.
016000         10 WS-CAT-PAST-DUE      PIC 9(07)      COMP.
016100
016200 01  WS-REPORT-HEADING.
016300     05 FILLER              PIC X(40)  VALUE
016400         "COMPLAINT / QWR MONTHLY SUMMARY -       ".
016500     05 WH-BUSINESS-DATE    PIC 9(08).
016600     05 FILLER              PIC X(32)  VALUE SPACES.
016700
016800 01  WS-COLUMN-HEADING.
016900     05 FILLER              PIC X(40)  VALUE
017000         "CATEGORY                OPENED    CLOSED".
017100     05 FILLER              PIC X(40)  VALUE
017200         "  ACK LATE RESP LATE      OPEN  PAST DUE".
017300
017400 01  WS-DETAIL-LINE.
017500     05 WD-CATEGORY              PIC X(18).
017600     05 FILLER                   PIC X(05)      VALUE SPACES.
017700     05 WD-OPENED                PIC ZZZ,ZZ9.
017800     05 FILLER                   PIC X(03)      VALUE SPACES.
017900     05 WD-CLOSED                PIC ZZZ,ZZ9.
018000     05 FILLER                   PIC X(03)      VALUE SPACES.
018100     05 WD-ACK-LATE              PIC ZZZ,ZZ9.
018200     05 FILLER                   PIC X(03)      VALUE SPACES.
018300     05 WD-RESP-LATE             PIC ZZZ,ZZ9.
018400     05 FILLER                   PIC X(03)      VALUE SPACES.
018500     05 WD-OPEN                  PIC ZZZ,ZZ9.
018600     05 FILLER                   PIC X(03)      VALUE SPACES.
018700     05 WD-PAST-DUE              PIC ZZZ,ZZ9.
018800
018900 PROCEDURE DIVISION.
019000*--------------------------------------------------------------*
019100* 0000-MAINLINE                                                *
019200*--------------------------------------------------------------*
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE
019500     PERFORM 2000-COUNT-CASES THRU 2000-COUNT-CASES-EXIT
019600         UNTIL END-OF-LOANQWCS
019700     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
019800     PERFORM 9000-TERMINATE
019900     GOBACK.
020000
020100*--------------------------------------------------------------*
020200* 1000-INITIALIZE                                              *
020300*--------------------------------------------------------------*
020400 1000-INITIALIZE.
020500     PERFORM 1100-READ-RUN-PARMS THRU 1100-READ-RUN-PARMS-EXIT
020600     INITIALIZE WS-CATEGORY-COUNTS
020700     OPEN INPUT LOANQWCS
020800     IF WS-QWCS-STATUS NOT = "00"
020900*        NO CASE HAS EVER BEEN OPENED - THE SUMMARY PRINTS ZEROES
021000         DISPLAY "LOANQWSM: CASE FILE LOANQWCS NOT FOUND"
021100         MOVE "Y" TO WS-EOF-SW
021200     END-IF
021300     OPEN OUTPUT LOANQWSR
021400     MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE
021500     WRITE PRINT-LINE FROM WS-REPORT-HEADING
021600     WRITE PRINT-LINE FROM SPACES
021700     WRITE PRINT-LINE FROM WS-COLUMN-HEADING
021800     WRITE PRINT-LINE FROM SPACES
021900     IF NOT END-OF-LOANQWCS
022000         READ LOANQWCS
022100             AT END MOVE "Y" TO WS-EOF-SW
022200         END-READ
022300     END-IF.
022400
022500*--------------------------------------------------------------*
022600* 1100-READ-RUN-PARMS - BUSINESS DATE FROM LOANPARM, AND THIS  *
022700*    STEP'S START ON THE CYCLE-CONTROL FILE. THE CASE FILE     *
022800*    DOES NOT DEPEND ON LOANBATCH, SO THERE IS NO PRODUCER TO  *
022900*    VERIFY.                                                   *
023000*--------------------------------------------------------------*
023100 1100-READ-RUN-PARMS.
023200     OPEN INPUT LOANPARM
023300     IF WS-PARM-STATUS NOT = "00"
023400         DISPLAY "LOANQWSM: RUN-CONTROL FILE LOANPARM MISSING"
023500         MOVE 16 TO RETURN-CODE
023600         GOBACK
023700     END-IF
023800     READ LOANPARM
023900         AT END
024000             DISPLAY "LOANQWSM: RUN-CONTROL RECORD MISSING"
024100             MOVE 16 TO RETURN-CODE
024200             GOBACK
024300     END-READ
024400     MOVE PR-BUSINESS-DATE   TO WS-BUSINESS-DATE
024500     MOVE PR-BUSINESS-YYYYMM TO WS-BUSINESS-YYYYMM
024600     CLOSE LOANPARM
024700     MOVE "S"              TO WS-CY-FUNCTION
024800     MOVE "LOANQWSM "      TO WS-CY-PROGRAM
024900     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
025000     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
025100
025200 1100-READ-RUN-PARMS-EXIT.
025300     EXIT.
025400
025500*--------------------------------------------------------------*
025600* 2000-COUNT-CASES - ONE CASE PER ITERATION, COUNTED UNDER ITS *
025700*    CATEGORY. OPENED, CLOSED AND LATE COUNTS ARE FOR THE      *
025800*    MONTH; OPEN AND PAST-DUE COUNTS ARE AS OF THE BUSINESS    *
025900*    DATE. A RESPONSE SENT WITHOUT A SEPARATE ACKNOWLEDGMENT   *
026000*    CARRIES ITS OWN DATE AS THE ACKNOWLEDGMENT.               *
026100*--------------------------------------------------------------*
026200 2000-COUNT-CASES.
026300     ADD 1 TO WS-CASE-COUNT
026400     MOVE "N" TO WS-CAT-FOUND-SW
026500     PERFORM 2100-FIND-CATEGORY THRU 2100-FIND-CATEGORY-EXIT
026600         VARYING WS-CAT-IX FROM 1 BY 1
026700         UNTIL WS-CAT-IX > 9 OR CATEGORY-FOUND
026800     IF CATEGORY-FOUND
026900         SUBTRACT 1 FROM WS-CAT-IX
027000     ELSE
027100         MOVE 9 TO WS-CAT-IX
027200     END-IF
027300     IF QW-RECEIVED-YYYYMM = WS-BUSINESS-YYYYMM
027400         ADD 1 TO WS-CAT-OPENED(WS-CAT-IX)
027500     END-IF
027600     IF QW-ACK-DATE NOT = ZERO
027700             AND QW-ACK-YYYYMM = WS-BUSINESS-YYYYMM
027800             AND QW-ACK-DATE > QW-ACK-DUE-DATE
027900         ADD 1 TO WS-CAT-ACK-LATE(WS-CAT-IX)
028000     END-IF
028100     IF QW-CASE-CLOSED
028200             AND QW-CLOSED-YYYYMM = WS-BUSINESS-YYYYMM
028300         ADD 1 TO WS-CAT-CLOSED(WS-CAT-IX)
028400         IF QW-CLOSED-DATE > QW-RESP-DUE-DATE
028500             ADD 1 TO WS-CAT-RESP-LATE(WS-CAT-IX)
028600         END-IF
028700     END-IF
028800     IF QW-CASE-OPEN
028900         ADD 1 TO WS-CAT-OPEN(WS-CAT-IX)
029000         IF QW-RESP-DUE-DATE < WS-BUSINESS-DATE
029100                 OR (QW-ACK-DATE = ZERO
029200                     AND QW-ACK-DUE-DATE < WS-BUSINESS-DATE)
029300             ADD 1 TO WS-CAT-PAST-DUE(WS-CAT-IX)
029400         END-IF
029500     END-IF
029600     READ LOANQWCS
029700         AT END MOVE "Y" TO WS-EOF-SW
029800     END-READ.
029900
030000 2000-COUNT-CASES-EXIT.
030100     EXIT.
030200
030300*--------------------------------------------------------------*
030400* 2100-FIND-CATEGORY - ONE CATEGORY TABLE ENTRY AGAINST THE    *
030500*    CASE                                                      *
030600*--------------------------------------------------------------*
030700 2100-FIND-CATEGORY.
030800     IF WS-CAT-CODE(WS-CAT-IX) = QW-CATEGORY
030900         MOVE "Y" TO WS-CAT-FOUND-SW
031000     END-IF.
031100
031200 2100-FIND-CATEGORY-EXIT.
031300     EXIT.
031400
031500*--------------------------------------------------------------*
031600* 8000-PRINT-SUMMARY - ONE LINE PER CATEGORY, THEN THE TOTAL   *
031700*    LINE ACCUMULATED IN THE TENTH SLOT. CASES PAST A DEADLINE *
031800*    END THE STEP WITH RC 4 FOR COMPLIANCE FOLLOW-UP.          *
031900*--------------------------------------------------------------*
032000 8000-PRINT-SUMMARY.
032100     PERFORM 8100-PRINT-CATEGORY THRU 8100-PRINT-CATEGORY-EXIT
032200         VARYING WS-CAT-IX FROM 1 BY 1
032300         UNTIL WS-CAT-IX > 9
032400     WRITE PRINT-LINE FROM SPACES
032500     MOVE "ALL CATEGORIES    "      TO WD-CATEGORY
032600     MOVE WS-CAT-OPENED(10)         TO WD-OPENED
032700     MOVE WS-CAT-CLOSED(10)         TO WD-CLOSED
032800     MOVE WS-CAT-ACK-LATE(10)       TO WD-ACK-LATE
032900     MOVE WS-CAT-RESP-LATE(10)      TO WD-RESP-LATE
033000     MOVE WS-CAT-OPEN(10)           TO WD-OPEN
033100     MOVE WS-CAT-PAST-DUE(10)       TO WD-PAST-DUE
033200     WRITE PRINT-LINE FROM WS-DETAIL-LINE
033300     IF WS-CAT-PAST-DUE(10) > ZERO
033400         MOVE 4 TO RETURN-CODE
033500     END-IF.
033600
033700 8000-PRINT-SUMMARY-EXIT.
033800     EXIT.
033900
034000*--------------------------------------------------------------*
034100* 8100-PRINT-CATEGORY - ONE CATEGORY LINE, ADDED INTO THE      *
034200*    TOTAL SLOT                                                *
034300*--------------------------------------------------------------*
034400 8100-PRINT-CATEGORY.
034500     MOVE WS-CAT-ENTRY(WS-CAT-IX)        TO WD-CATEGORY
034600     MOVE WS-CAT-OPENED(WS-CAT-IX)       TO WD-OPENED
034700     MOVE WS-CAT-CLOSED(WS-CAT-IX)       TO WD-CLOSED
034800     MOVE WS-CAT-ACK-LATE(WS-CAT-IX)     TO WD-ACK-LATE
034900     MOVE WS-CAT-RESP-LATE(WS-CAT-IX)    TO WD-RESP-LATE
035000     MOVE WS-CAT-OPEN(WS-CAT-IX)         TO WD-OPEN
035100     MOVE WS-CAT-PAST-DUE(WS-CAT-IX)     TO WD-PAST-DUE
035200     WRITE PRINT-LINE FROM WS-DETAIL-LINE
035300     ADD WS-CAT-OPENED(WS-CAT-IX)    TO WS-CAT-OPENED(10)
035400     ADD WS-CAT-CLOSED(WS-CAT-IX)    TO WS-CAT-CLOSED(10)
035500     ADD WS-CAT-ACK-LATE(WS-CAT-IX)  TO WS-CAT-ACK-LATE(10)
035600     ADD WS-CAT-RESP-LATE(WS-CAT-IX) TO WS-CAT-RESP-LATE(10)
035700     ADD WS-CAT-OPEN(WS-CAT-IX)      TO WS-CAT-OPEN(10)
035800     ADD WS-CAT-PAST-DUE(WS-CAT-IX)  TO WS-CAT-PAST-DUE(10).
035900
036000 8100-PRINT-CATEGORY-EXIT.
036100     EXIT.
036200
036300*--------------------------------------------------------------*
036400* 9000-TERMINATE                                               *
036500*--------------------------------------------------------------*
036600 9000-TERMINATE.
036700     IF WS-QWCS-STATUS = "00" OR WS-QWCS-STATUS = "10"
036800         CLOSE LOANQWCS
036900     END-IF
037000     CLOSE LOANQWSR
037100     DISPLAY "LOANQWSM: CASES=" WS-CASE-COUNT
037200         " OPEN=" WS-CAT-OPEN(10)
037300         " PAST DUE=" WS-CAT-PAST-DUE(10)
037400     MOVE "E"              TO WS-CY-FUNCTION
037500     MOVE "LOANQWSM "      TO WS-CY-PROGRAM
037600     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
037700     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
037800     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
037900
038000 END PROGRAM LOANQWSM.
