000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANSCDM.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-22.
000600 DATE-COMPILED. 2026-09-22.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-22  LSG  Initial version. Monthly servicemember     *
001000*               duty-status match. Every borrower with an open *
001100*               loan is written to the LOANSCMQ request file   *
001200*               by tax id, birth date and name for matching    *
001300*               against the Defense Department duty-status     *
001400*               database. A borrower with no tax id or birth   *
001500*               date cannot be matched and is displayed for    *
001600*               follow-up. The LOANSCRP control listing shows  *
001700*               every loan now under SCRA protection and the   *
001800*               month the protection ends.                     *
001801*  2026-09-30  LSG  Email address and paper or electronic      *
001802*               delivery preference appended to the customer   *
001803*               record layout.                                 *
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
002900         FILE STATUS IS WS-RUNC-STATUS.
003000     SELECT LOANMAST ASSIGN TO "LOANMAST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS LM-LOAN-NUMBER
003400         FILE STATUS IS WS-MAST-STATUS.
003500     SELECT LOANCUST ASSIGN TO "LOANCUST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CU-CUSTOMER-ID
003900         FILE STATUS IS WS-CUST-STATUS.
004000     SELECT LOANSCMQ ASSIGN TO "LOANSCMQ"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT LOANSCRP ASSIGN TO "LOANSCRP"
004300         ORGANIZATION IS SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700*--------------------------------------------------------------*
004800* LOANPARM - THE RUN-CONTROL RECORD; THE BUSINESS DATE IS THE  *
004900*    AS-OF DATE OF THE MATCH REQUEST                           *
005000*--------------------------------------------------------------*
005100 FD  LOANPARM
005200     RECORDING MODE IS F.
005300 01  LOANPARM-RECORD.
005400     05 PR-BUSINESS-DATE         PIC 9(08).
005500     05 PR-RUN-ID                PIC X(08).
005600     05 PR-OPT-SKED-ONLY         PIC X(01).
005700     05 PR-OPT-SKIP-DELQ         PIC X(01).
005800     05 PR-OPT-FULL-RUN          PIC X(01).
005900     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
006000     05 PR-GENERATIONS-KEPT      PIC 9(02).
006100
006200*--------------------------------------------------------------*
006300* LOANMAST - ONE RECORD PER LOAN, KEYED ON LM-LOAN-NUMBER      *
006400*--------------------------------------------------------------*
006500 FD  LOANMAST
006600     RECORDING MODE IS F.
006700 01  LOANMAST-RECORD.
006800     05 LM-LOAN-NUMBER           PIC X(10).
006900     05 LM-CUSTOMER-ID           PIC X(10).
007000     05 LM-PRINCIPAL             PIC S9(8)      COMP-3.
007100     05 LM-LOANTERM              PIC S9(8)      COMP-3.
007200     05 LM-RATE                  PIC S9(9)V9(9).
007300     05 LM-PAYMENT-FREQUENCY     PIC X(01).
007400     05 LM-ESCROW-AMT            PIC S9(7)V99   COMP-3.
007500     05 LM-BALLOON-TERM          PIC S9(8)      COMP-3.
007600     05 LM-RATE-RESET-COUNT      PIC S9(4)      COMP.
007700     05 LM-RATE-RESETS OCCURS 3 TIMES.
007800         10 LM-RESET-EFF-MONTH   PIC S9(4)      COMP.
007900         10 LM-RESET-RATE        PIC S9(9)V9(9).
008000     05 LM-FIRST-PMT-YEAR        PIC 9(04).
008100     05 LM-FIRST-PMT-MONTH       PIC 9(02).
008200     05 LM-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
008300     05 LM-DAY-COUNT-METHOD      PIC X(01).
008400     05 LM-EXTRA-PRINCIPAL-AMT   PIC S9(7)V99   COMP-3.
008500     05 LM-INVESTOR-CODE         PIC X(03).
008600     05 LM-IO-MONTHS             PIC S9(4)      COMP.
008700     05 LM-FORBEAR-START-MONTH   PIC S9(4)      COMP.
008800     05 LM-FORBEAR-MONTHS        PIC S9(4)      COMP.
008900     05 LM-STATUS-CODE           PIC X(01).
009000         88 LM-STAT-ACTIVE                       VALUE " " "A".
009100         88 LM-STAT-BANKRUPT                     VALUE "B".
009200         88 LM-STAT-FORECLOSE                    VALUE "F".
009300         88 LM-STAT-PAIDOFF                      VALUE "P".
009400     05 LM-INDEX-CODE            PIC X(03).
009500     05 LM-INDEX-VALUE           PIC S9(3)V9(4) COMP-3.
009600     05 LM-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
009700     05 LM-PERIODIC-CAP          PIC S9(3)V9(4) COMP-3.
009800     05 LM-LIFETIME-CAP          PIC S9(3)V9(4) COMP-3.
009900     05 LM-RATE-FLOOR            PIC S9(3)V9(4) COMP-3.
010000     05 LM-ACH-ROUTING           PIC X(09).
010100     05 LM-ACH-ACCOUNT           PIC X(17).
010200     05 LM-AUTOPAY-FLAG          PIC X(01).
010300         88 LM-AUTOPAY-OFF                       VALUE " " "N".
010400         88 LM-AUTOPAY-PRENOTE                   VALUE "P".
010500         88 LM-AUTOPAY-ON                        VALUE "Y".
010600     05 LM-ESCROW-INT-RATE       PIC S9(3)V9(4) COMP-3.
010700     05 LM-BUYDOWN-COUNT         PIC S9(4)      COMP.
010800     05 LM-BUYDOWN-STEPS OCCURS 3 TIMES.
010900         10 LM-BUYDOWN-MONTHS    PIC S9(4)      COMP.
011000         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
011100
011200*--------------------------------------------------------------*
011300* LOANCUST - CUSTOMER MASTER: TAX ID, BIRTH DATE AND NAME FOR  *
011400*    THE MATCH, SERVICEMEMBER FLAG AND SERVICE DATES FOR THE   *
011500*    PROTECTION LISTING                                        *
011600*--------------------------------------------------------------*
011700 FD  LOANCUST
011800     RECORDING MODE IS F.
011900 01  LOANCUST-RECORD.
012000     05 CU-CUSTOMER-ID           PIC X(10).
012100     05 CU-NAME                  PIC X(30).
012200     05 CU-ADDR-1                PIC X(30).
012300     05 CU-ADDR-2                PIC X(30).
012400     05 CU-CITY                  PIC X(20).
012500     05 CU-STATE                 PIC X(02).
012600     05 CU-ZIP                   PIC X(09).
012700     05 CU-PHONE                 PIC X(15).
012800     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
012900         88 CU-ACTIVE-DUTY                      VALUE "Y".
013000     05 CU-SERVICE-START-DATE    PIC 9(08).
013100     05 CU-SERVICE-END-DATE      PIC 9(08).
013200     05 CU-TAX-ID                PIC X(09).
013300     05 CU-BIRTH-DATE            PIC 9(08).
013301     05 CU-EMAIL-ADDRESS         PIC X(40).
013302     05 CU-DELIVERY-PREF         PIC X(01).
013303         88 CU-DELIVER-PAPER                    VALUE " " "P".
013304         88 CU-DELIVER-ELECTRONIC               VALUE "E".
013400
013500*--------------------------------------------------------------*
013600* LOANSCMQ - DUTY-STATUS MATCH REQUEST, ONE RECORD PER OPEN    *
013700*    LOAN. THE CUSTOMER ID AND LOAN NUMBER RIDE ALONG SO A     *
013800*    MATCH CAN BE KEYED BACK THROUGH LOANCUPD.                 *
013900*--------------------------------------------------------------*
014000 FD  LOANSCMQ
014100     RECORDING MODE IS F.
014200 01  LOANSCMQ-RECORD.
014300     05 DM-TAX-ID                PIC X(09).
014400     05 DM-BIRTH-DATE            PIC 9(08).
014500     05 DM-NAME                  PIC X(30).
014600     05 DM-AS-OF-DATE            PIC 9(08).
014700     05 DM-CUSTOMER-ID           PIC X(10).
014800     05 DM-LOAN-NUMBER           PIC X(10).
014900     05 FILLER                   PIC X(05).
015000
015100*--------------------------------------------------------------*
015200* LOANSCRP - PRINTED CONTROL LISTING                           *
015300*--------------------------------------------------------------*
015400 FD  LOANSCRP
015500     RECORDING MODE IS F.
015600 01  PRINT-LINE                  PIC X(80).
015700
015800 WORKING-STORAGE SECTION.
015900 77  WS-RUNC-STATUS              PIC X(02)      VALUE "00".
016000 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
016100 77  WS-CUST-STATUS              PIC X(02)      VALUE "00".
016200 01  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
016300 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
016400     05 WS-BUS-YEAR              PIC 9(04).
016500     05 WS-BUS-MONTH             PIC 9(02).
016600     05 WS-BUS-DAY               PIC 9(02).
016700 01  WS-CYCLE-REQUEST.
016800     03 WS-CY-FUNCTION           PIC X(01).
016900     03 WS-CY-PROGRAM            PIC X(09).
017000     03 WS-CY-BUSINESS-DATE      PIC 9(08).
017100     03 WS-CY-END-RETURN-CODE    PIC 9(04).
017200     03 WS-CY-RESULT             PIC X(01).
017300         88 WS-CY-OK                             VALUE "Y".
017400 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
017500     88 END-OF-LOANMAST                          VALUE "Y".
017600 77  WS-SCRA-TAIL-MONTHS         PIC S9(04)     COMP   VALUE 12.
017700 77  WS-TODAY-NO                 PIC S9(06)     COMP   VALUE ZERO.
017800 77  WS-PROTECT-END-NO           PIC S9(06)     COMP   VALUE ZERO.
017900 77  WS-LOAN-COUNT               PIC 9(07)      COMP   VALUE ZERO.
018000 77  WS-REQUEST-COUNT            PIC 9(07)      COMP   VALUE ZERO.
018100 77  WS-NO-ID-COUNT              PIC 9(07)      COMP   VALUE ZERO.
018200 77  WS-NO-CUST-COUNT            PIC 9(07)      COMP   VALUE ZERO.
018300 77  WS-PROTECTED-COUNT          PIC 9(07)      COMP   VALUE ZERO.
018400
018500*--------------------------------------------------------------*
018600* WS-SCRA-DATE - A DATE BROKEN OUT TO YEAR AND MONTH           *
018700*--------------------------------------------------------------*
018800 01  WS-SCRA-DATE.
018900     05 WS-SD-DATE               PIC 9(08).
019000     05 WS-SD-PARTS REDEFINES WS-SD-DATE.
019100         10 WS-SD-YEAR           PIC 9(04).
019200         10 WS-SD-MONTH          PIC 9(02).
019300         10 WS-SD-DAY            PIC 9(02).
019400
019500 01  WS-REPORT-HEADING.
019600     05 FILLER              PIC X(40)  VALUE
019700         "SCRA DUTY-STATUS MATCH CONTROL LISTING -".
019800     05 FILLER              PIC X(01)  VALUE SPACE.
019900     05 WH-BUSINESS-DATE    PIC 9(08).
020000
020100 01  WS-COLUMN-HEADING.
020200     05 FILLER              PIC X(40)  VALUE
020300         "LOAN        CUSTOMER    NAME            ".
020400     05 FILLER              PIC X(40)  VALUE
020500         "                SERVICE   PROTECTED".
020600
020700 01  WS-DETAIL-LINE.
020800     05 WD-LOAN-NUMBER           PIC X(10).
020900     05 FILLER                   PIC X(02)      VALUE SPACES.
021000     05 WD-CUSTOMER-ID           PIC X(10).
021100     05 FILLER                   PIC X(02)      VALUE SPACES.
021200     05 WD-NAME                  PIC X(30).
021300     05 FILLER                   PIC X(02)      VALUE SPACES.
021400     05 WD-SERVICE-START         PIC 9(08).
021500     05 FILLER                   PIC X(02)      VALUE SPACES.
021600     05 WD-PROTECTED-TO          PIC X(10).
021700
021800 01  WS-PROTECT-END-DATE.
021900     05 WP-YEAR                  PIC 9(04).
022000     05 FILLER                   PIC X(01)      VALUE "-".
022100     05 WP-MONTH                 PIC 9(02).
022200
022300 01  WS-TOTAL-LINE.
022400     05 WX-LABEL                 PIC X(30).
022500     05 WX-COUNT                 PIC ZZZ,ZZ9.
022600
022700 PROCEDURE DIVISION.
022800*--------------------------------------------------------------*
022900* 0000-MAINLINE                                                *
023000*--------------------------------------------------------------*
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE
023300     PERFORM 2000-MATCH-LOANS THRU 2000-MATCH-LOANS-EXIT
023400         UNTIL END-OF-LOANMAST
023500     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
023600     PERFORM 9000-TERMINATE
023700     GOBACK.
023800
023900*--------------------------------------------------------------*
024000* 1000-INITIALIZE - BUSINESS DATE FROM LOANPARM, STEP START ON *
024100*    THE CYCLE-CONTROL FILE, FILES OPEN                        *
024200*--------------------------------------------------------------*
024300 1000-INITIALIZE.
024400     OPEN INPUT LOANPARM
024500     IF WS-RUNC-STATUS NOT = "00"
024600         DISPLAY "LOANSCDM: RUN-CONTROL FILE LOANPARM MISSING"
024700         MOVE 16 TO RETURN-CODE
024800         GOBACK
024900     END-IF
025000     READ LOANPARM
025100         AT END
025200             DISPLAY "LOANSCDM: RUN-CONTROL RECORD MISSING"
025300             MOVE 16 TO RETURN-CODE
025400             GOBACK
025500     END-READ
025600     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
025700     CLOSE LOANPARM
025800     MOVE "S"              TO WS-CY-FUNCTION
025900     MOVE "LOANSCDM "      TO WS-CY-PROGRAM
026000     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
026100     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST
026200     COMPUTE WS-TODAY-NO = (WS-BUS-YEAR * 12) + WS-BUS-MONTH
026300     OPEN INPUT LOANMAST
026400     IF WS-MAST-STATUS NOT = "00"
026500         DISPLAY "LOANSCDM: MASTER FILE LOANMAST MISSING"
026600         MOVE 16 TO RETURN-CODE
026700         GOBACK
026800     END-IF
026900     OPEN INPUT LOANCUST
027000     IF WS-CUST-STATUS NOT = "00"
027100         DISPLAY "LOANSCDM: CUSTOMER FILE LOANCUST MISSING"
027200         MOVE 16 TO RETURN-CODE
027300         GOBACK
027400     END-IF
027500     OPEN OUTPUT LOANSCMQ
027600     OPEN OUTPUT LOANSCRP
027700     MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE
027800     WRITE PRINT-LINE FROM WS-REPORT-HEADING
027900     WRITE PRINT-LINE FROM SPACES
028000     WRITE PRINT-LINE FROM WS-COLUMN-HEADING
028100     READ LOANMAST
028200         AT END MOVE "Y" TO WS-EOF-SW
028300     END-READ.
028400
028500*--------------------------------------------------------------*
028600* 2000-MATCH-LOANS - ONE LOAN PER ITERATION: A PAID-OFF LOAN   *
028700*    IS PASSED OVER; OTHERWISE THE BORROWER IS SENT FOR THE    *
028800*    MATCH AND, IF ALREADY PROTECTED, LISTED                   *
028900*--------------------------------------------------------------*
029000 2000-MATCH-LOANS.
029100     IF LM-STAT-PAIDOFF
029200         GO TO 2000-MATCH-LOANS-NEXT
029300     END-IF
029400     ADD 1 TO WS-LOAN-COUNT
029500     MOVE LM-CUSTOMER-ID TO CU-CUSTOMER-ID
029600     READ LOANCUST
029700         INVALID KEY
029800             ADD 1 TO WS-NO-CUST-COUNT
029900             DISPLAY "LOANSCDM: LOAN " LM-LOAN-NUMBER
030000                 " CUSTOMER " LM-CUSTOMER-ID " NOT ON LOANCUST"
030100             GO TO 2000-MATCH-LOANS-NEXT
030200     END-READ
030300     PERFORM 2100-WRITE-REQUEST THRU 2100-WRITE-REQUEST-EXIT
030400     PERFORM 2200-CHECK-PROTECTION
030500         THRU 2200-CHECK-PROTECTION-EXIT.
030600
030700 2000-MATCH-LOANS-NEXT.
030800     READ LOANMAST
030900         AT END MOVE "Y" TO WS-EOF-SW
031000     END-READ.
031100
031200 2000-MATCH-LOANS-EXIT.
031300     EXIT.
031400
031500*--------------------------------------------------------------*
031600* 2100-WRITE-REQUEST - THE MATCH NEEDS THE TAX ID AND BIRTH    *
031700*    DATE; A BORROWER MISSING EITHER IS COUNTED AND DISPLAYED  *
031800*    SO CUSTOMER SERVICE CAN COMPLETE THE RECORD               *
031900*--------------------------------------------------------------*
032000 2100-WRITE-REQUEST.
032100     IF CU-TAX-ID = SPACES
032200             OR CU-BIRTH-DATE NOT NUMERIC
032300             OR CU-BIRTH-DATE = ZERO
032400         ADD 1 TO WS-NO-ID-COUNT
032500         DISPLAY "LOANSCDM: LOAN " LM-LOAN-NUMBER
032600             " CUSTOMER " CU-CUSTOMER-ID
032700             " NO TAX ID OR BIRTH DATE - NOT SENT"
032800         GO TO 2100-WRITE-REQUEST-EXIT
032900     END-IF
033000     MOVE SPACES           TO LOANSCMQ-RECORD
033100     MOVE CU-TAX-ID        TO DM-TAX-ID
033200     MOVE CU-BIRTH-DATE    TO DM-BIRTH-DATE
033300     MOVE CU-NAME          TO DM-NAME
033400     MOVE WS-BUSINESS-DATE TO DM-AS-OF-DATE
033500     MOVE CU-CUSTOMER-ID   TO DM-CUSTOMER-ID
033600     MOVE LM-LOAN-NUMBER   TO DM-LOAN-NUMBER
033700     WRITE LOANSCMQ-RECORD
033800     ADD 1 TO WS-REQUEST-COUNT.
033900
034000 2100-WRITE-REQUEST-EXIT.
034100     EXIT.
034200
034300*--------------------------------------------------------------*
034400* 2200-CHECK-PROTECTION - A BORROWER STILL SERVING IS LISTED   *
034500*    AS ON DUTY; ONE WHOSE SERVICE HAS ENDED STAYS LISTED, WITH *
034600*    THE LAST PROTECTED MONTH, UNTIL THE TAIL MONTHS RUN OUT   *
034700*--------------------------------------------------------------*
034800 2200-CHECK-PROTECTION.
034900     IF NOT CU-ACTIVE-DUTY
035000             AND (CU-SERVICE-START-DATE NOT NUMERIC
035100                  OR CU-SERVICE-START-DATE = ZERO)
035200         GO TO 2200-CHECK-PROTECTION-EXIT
035300     END-IF
035400     MOVE LM-LOAN-NUMBER TO WD-LOAN-NUMBER
035500     MOVE CU-CUSTOMER-ID TO WD-CUSTOMER-ID
035600     MOVE CU-NAME        TO WD-NAME
035700     IF CU-SERVICE-START-DATE NUMERIC
035800         MOVE CU-SERVICE-START-DATE TO WD-SERVICE-START
035900     ELSE
036000         MOVE ZERO TO WD-SERVICE-START
036100     END-IF
036200     IF CU-SERVICE-END-DATE NOT NUMERIC
036300             OR CU-SERVICE-END-DATE = ZERO
036400         MOVE "ON DUTY"  TO WD-PROTECTED-TO
036500     ELSE
036600         MOVE CU-SERVICE-END-DATE TO WS-SD-DATE
036700         COMPUTE WS-PROTECT-END-NO = (WS-SD-YEAR * 12)
036800             + WS-SD-MONTH + WS-SCRA-TAIL-MONTHS
036900         IF WS-PROTECT-END-NO < WS-TODAY-NO
037000             GO TO 2200-CHECK-PROTECTION-EXIT
037100         END-IF
037200         SUBTRACT 1 FROM WS-PROTECT-END-NO
037300         DIVIDE WS-PROTECT-END-NO BY 12
037400             GIVING WP-YEAR REMAINDER WP-MONTH
037500         ADD 1 TO WP-MONTH
037600         MOVE WS-PROTECT-END-DATE TO WD-PROTECTED-TO
037700     END-IF
037800     WRITE PRINT-LINE FROM WS-DETAIL-LINE
037900     ADD 1 TO WS-PROTECTED-COUNT.
038000
038100 2200-CHECK-PROTECTION-EXIT.
038200     EXIT.
038300
038400*--------------------------------------------------------------*
038500* 8000-PRINT-TOTALS - CONTROL COUNTS FOR THE REQUEST FILE      *
038600*--------------------------------------------------------------*
038700 8000-PRINT-TOTALS.
038800     WRITE PRINT-LINE FROM SPACES
038900     MOVE "OPEN LOANS READ . . . . . . . " TO WX-LABEL
039000     MOVE WS-LOAN-COUNT                    TO WX-COUNT
039100     WRITE PRINT-LINE FROM WS-TOTAL-LINE
039200     MOVE "MATCH REQUESTS WRITTEN  . . . " TO WX-LABEL
039300     MOVE WS-REQUEST-COUNT                 TO WX-COUNT
039400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
039500     MOVE "NOT SENT - NO TAX ID/BIRTH  . " TO WX-LABEL
039600     MOVE WS-NO-ID-COUNT                   TO WX-COUNT
039700     WRITE PRINT-LINE FROM WS-TOTAL-LINE
039800     MOVE "NOT SENT - NO CUSTOMER  . . . " TO WX-LABEL
039900     MOVE WS-NO-CUST-COUNT                 TO WX-COUNT
040000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
040100     MOVE "LOANS UNDER SCRA PROTECTION . " TO WX-LABEL
040200     MOVE WS-PROTECTED-COUNT               TO WX-COUNT
040300     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
040400
040500 8000-PRINT-TOTALS-EXIT.
040600     EXIT.
040700
040800*--------------------------------------------------------------*
040900* 9000-TERMINATE - A BORROWER WHO COULD NOT BE SENT LEAVES THE *
041000*    MATCH INCOMPLETE: RETURN CODE 4                           *
041100*--------------------------------------------------------------*
041200 9000-TERMINATE.
041300     CLOSE LOANMAST
041400     CLOSE LOANCUST
041500     CLOSE LOANSCMQ
041600     CLOSE LOANSCRP
041700     IF WS-NO-ID-COUNT > ZERO OR WS-NO-CUST-COUNT > ZERO
041800         MOVE 4 TO RETURN-CODE
041900     END-IF
042000     DISPLAY "LOANSCDM: LOANS=" WS-LOAN-COUNT
042100         " REQUESTS=" WS-REQUEST-COUNT
042200         " NOT SENT=" WS-NO-ID-COUNT
042300         " PROTECTED=" WS-PROTECTED-COUNT
042400     MOVE "E"              TO WS-CY-FUNCTION
042500     MOVE "LOANSCDM "      TO WS-CY-PROGRAM
042600     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
042700     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
042800     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
042900
043000 END PROGRAM LOANSCDM.
