001837*  2026-09-02  LSG  Buydown step fields added to the            *
001838*               master record layout and the LOANAMORT linkage; *
001839*               subsidy total carried on OUTDATA.               *
001840*  2026-09-22  LSG  Servicemember fields appended to the       *
001841*               customer record. The borrower is read before   *
001842*               the schedule is rebuilt so a servicemember's   *
001843*               loan carries the same SCRA rate cap window as  *
001844*               the nightly run; forgiven interest stays off   *
001845*               the 1098.                                      *
001846*  2026-09-30  LSG  Each borrower statement is also handed     *
001847*               line by line to LOANDLVR, which routes it on   *
001848*               the borrower's delivery preference to the      *
001849*               print-vendor mail file or the e-delivery       *
001850*               index. LOAN1098PR is still printed in full.    *
001851*  2026-10-01  LSG  Daily simple interest loans (day-count     *
001852*               method D) report the interest their payments   *
001853*               actually paid in the tax year, from the        *
001854*               LOANPHIST payment history through LOANDSIC,    *
001855*               instead of the schedule's annual figure.       *
001900*--------------------------------------------------------------*
002000
002100 ENVIRONMENT DIVISION.
009200     05 CU-STATE                 PIC X(02).
009300     05 CU-ZIP                   PIC X(09).
009310     05 CU-PHONE                 PIC X(15).
009311     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
009312         88 CU-ACTIVE-DUTY                      VALUE "Y".
009313     05 CU-SERVICE-START-DATE    PIC 9(08).
009314     05 CU-SERVICE-END-DATE      PIC 9(08).
009315     05 CU-TAX-ID                PIC X(09).
009316     05 CU-BIRTH-DATE            PIC 9(08).
009317     05 CU-EMAIL-ADDRESS         PIC X(40).
009318     05 CU-DELIVERY-PREF         PIC X(01).
009319         88 CU-DELIVER-PAPER                    VALUE " " "P".
009320         88 CU-DELIVER-ELECTRONIC               VALUE "E".
009400
009500*--------------------------------------------------------------*
009600* LOAN1098PR - PRINTED BORROWER 1098 STATEMENTS                *
014200 77  WS-YEAR-INTEREST            PIC S9(9)V99   COMP-3 VALUE ZERO.
014300 77  WS-FORM-COUNT               PIC 9(07)      COMP   VALUE ZERO.
014400 77  WS-TOTAL-INTEREST           PIC S9(11)V99  COMP-3 VALUE ZERO.
014401 77  WS-SCRA-CAP-RATE-K          PIC S9(3)V9(4) COMP-3
014402                                                VALUE 6.0000.
014403 77  WS-SCRA-TAIL-MONTHS         PIC S9(04)     COMP   VALUE 12.
014404 77  WS-FIRST-PMT-NO             PIC S9(06)     COMP   VALUE ZERO.
014405 77  WS-SVC-START-NO             PIC S9(06)     COMP   VALUE ZERO.
014406 77  WS-SVC-END-NO               PIC S9(06)     COMP   VALUE ZERO.
014407
014408 01  WS-SCRA-DATE.
014409     05 WS-SD-DATE               PIC 9(08).
014410     05 WS-SD-PARTS REDEFINES WS-SD-DATE.
014411         10 WS-SD-YEAR           PIC 9(04).
014412         10 WS-SD-MONTH          PIC 9(02).
014413         10 WS-SD-DAY            PIC 9(02).
014414 77  WS-NUM-PAYMENT              PIC S9(7)V99   VALUE ZERO.
014415 77  WS-DSI-OPEN-SW              PIC X(01)      VALUE "N".
014416     88 DSI-HISTORY-OPEN                         VALUE "Y".
014500
014600 01  WS-STMT-HEADING.
014700     05 FILLER              PIC X(27)
018500     05 WS-RATE-RESETS OCCURS 12 TIMES.
018600         10 WS-RESET-EFF-MONTH   PIC S9(4)      COMP.
018700         10 WS-RESET-RATE        PIC S9(9)V9(9).
018701     05 WS-SCRA-START-MONTH   PIC S9(4)      COMP.
018702     05 WS-SCRA-END-MONTH     PIC S9(4)      COMP.
018703     05 WS-SCRA-CAP-RATE      PIC S9(3)V9(4) COMP-3.
018800     05 WS-EXTRA-PRINCIPAL OCCURS 1 TO 480 TIMES
018900         DEPENDING ON WS-LOANTERM.
019000         10 WS-EXTRA-PRIN-AMT    PIC S9(8)V99   COMP-3.
019900     05 WS-RECON-FLAG            PIC X(1).
019901     05 WS-OUTTOTCAPINT          PIC S9(9)V99   COMP-3.
019902     05 WS-OUTTOTSUBSIDY         PIC S9(9)V99   COMP-3.
019903     05 WS-OUTTOTFORGIVEN        PIC S9(9)V99   COMP-3.
020000     05 WS-LOANAMORT-STATUS      PIC X(2).
020100     05 WS-PAYMENTS OCCURS 1 TO 480 TIMES
020200         DEPENDING ON WS-LOANTERM.
020800         10 WS-OUTLATE-FLAG      PIC X(1).
020900         10 WS-OUTLATEFEE        PIC $,$$$.99.
021000
021001 01  WS-DELIVERY-REQUEST.
021002     03 WS-DV-FUNCTION           PIC X(01).
021003     03 WS-DV-DOC-TYPE           PIC X(04).
021004     03 WS-DV-PROGRAM            PIC X(09).
021005     03 WS-DV-LOAN-NUMBER        PIC X(10).
021006     03 WS-DV-CUSTOMER-ID        PIC X(10).
021007     03 WS-DV-LINE               PIC X(80).
021008     03 WS-DV-CHANNEL            PIC X(01).
021009     03 WS-DV-RESULT             PIC X(01).
021010         88 WS-DV-OK                             VALUE "Y".
021011
021012 01  WS-DSI-REQUEST.
021013     03 WS-DS-FUNCTION           PIC X(01).
021014     03 WS-DS-LOAN-NUMBER        PIC X(10).
021015     03 WS-DS-PRINCIPAL          PIC S9(8)V99   COMP-3.
021016     03 WS-DS-RATE               PIC S9(9)V9(9).
021017     03 WS-DS-INSTALLMENT        PIC S9(7)V99   COMP-3.
021018     03 WS-DS-ESCROW-AMT         PIC S9(7)V99   COMP-3.
021019     03 WS-DS-FIRST-PMT-YEAR     PIC 9(04).
021020     03 WS-DS-FIRST-PMT-MONTH    PIC 9(02).
021021     03 WS-DS-AS-OF-DATE         PIC 9(08).
021022     03 WS-DS-TAX-YEAR           PIC 9(04).
021023     03 WS-DS-BALANCE            PIC S9(8)V99   COMP-3.
021024     03 WS-DS-ACCRUED-INT        PIC S9(7)V99   COMP-3.
021025     03 WS-DS-PER-DIEM           PIC S9(5)V9(4) COMP-3.
021026     03 WS-DS-INT-PAID           PIC S9(9)V99   COMP-3.
021027     03 WS-DS-INT-EARNED         PIC S9(9)V99   COMP-3.
021028     03 WS-DS-YEAR-INT-PAID      PIC S9(9)V99   COMP-3.
021029     03 WS-DS-LAST-PAID-DATE     PIC 9(08).
021030     03 WS-DS-PAY-COUNT          PIC S9(04)     COMP.
021031     03 WS-DS-RESULT             PIC X(01).
021032         88 WS-DS-OK                             VALUE "Y".
021033
021100 PROCEDURE DIVISION.
021200*--------------------------------------------------------------*
021300* 0000-MAINLINE                                                *
024440         GOBACK
024450     END-IF
024500     OPEN INPUT LOANCUST
024501*    DAILY SIMPLE INTEREST LOANS REPORT THE INTEREST THEIR
024502*    PAYMENTS ACTUALLY PAID; WITHOUT THE PAYMENT HISTORY THEY
024503*    REPORT THE SCHEDULE'S FIGURE LIKE THE REST
024504     MOVE "O"              TO WS-DS-FUNCTION
024505     CALL "LOANDSIC" USING BY REFERENCE WS-DSI-REQUEST
024506     IF WS-DS-OK
024507         MOVE "Y" TO WS-DSI-OPEN-SW
024508     ELSE
024509         DISPLAY "LOAN1098: NO PAYMENT HISTORY, DAILY SIMPLE"
024510             " INTEREST LOANS REPORT SCHEDULE INTEREST"
024511     END-IF
024600     OPEN OUTPUT LOAN1098PR
024601     MOVE "O"              TO WS-DV-FUNCTION
024602     MOVE "1098"           TO WS-DV-DOC-TYPE
024603     MOVE "LOAN1098 "      TO WS-DV-PROGRAM
024604     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
024605     IF NOT WS-DV-OK
024606         DISPLAY "LOAN1098: DOCUMENT ROUTING NOT AVAILABLE"
024607         MOVE 16 TO RETURN-CODE
024608         GOBACK
024609     END-IF
024700     OPEN OUTPUT LOAN1098EF
024800     MOVE SPACES                   TO LOAN1098EF-RECORD
024900     MOVE "T"                      TO EF-T-TYPE
025800*--------------------------------------------------------------*
025900* 2000-PROCESS-LOANS - ONE LOAN PER ITERATION: REBUILD ITS     *
026000*    SCHEDULE, PULL THE TAX YEAR'S INTEREST FROM THE ANNUAL    *
026001*    TABLE, AND CUT THE STATEMENT AND THE B RECORD. THE        *
026002*    BORROWER IS READ FIRST: A SERVICEMEMBER'S SCHEDULE        *
026003*    CARRIES THE SCRA CAP, AND FORGIVEN INTEREST IS NOT        *
026004*    REPORTABLE.                                               *
026200*--------------------------------------------------------------*
026300 2000-PROCESS-LOANS.
026301     PERFORM 2300-READ-CUSTOMER THRU 2300-READ-CUSTOMER-EXIT
026400     PERFORM 2100-RUN-SCHEDULE THRU 2100-RUN-SCHEDULE-EXIT
026500     IF WS-LOANAMORT-STATUS NOT = "00"
026600         DISPLAY "LOAN1098: LOAN " LM-LOAN-NUMBER
027200     PERFORM 2200-FIND-TAX-YEAR THRU 2200-FIND-TAX-YEAR-EXIT
027300         VARYING WS-YEAR-SUB FROM 1 BY 1
027400         UNTIL WS-YEAR-SUB > WS-ANNUAL-INT-COUNT
027401     IF LM-DAY-COUNT-METHOD = "D"
027402             AND DSI-HISTORY-OPEN
027403         PERFORM 2250-DSI-TAX-YEAR THRU 2250-DSI-TAX-YEAR-EXIT
027404     END-IF
027500     IF WS-YEAR-INTEREST = ZERO
027600         GO TO 2000-PROCESS-LOANS-NEXT
027700     END-IF
027800
028000     PERFORM 2400-PRINT-STATEMENT
028100         THRU 2400-PRINT-STATEMENT-EXIT
028200     PERFORM 2500-WRITE-B-RECORD
031700         THRU 2120-LOAD-EXTRA-PRINCIPAL-EXIT
031800         VARYING WS-MONTH-SUB FROM 1 BY 1
031900         UNTIL WS-MONTH-SUB > WS-LOANTERM
031901     PERFORM 2130-SCRA-WINDOW THRU 2130-SCRA-WINDOW-EXIT
032000     CALL "LOANAMORT" USING
032100         BY REFERENCE WS-LOANINFO
032200         BY REFERENCE WS-OUTDATA.
033800         TO WS-EXTRA-PRIN-AMT(WS-MONTH-SUB).
033900
034000 2120-LOAD-EXTRA-PRINCIPAL-EXIT.
034001     EXIT.
034002
034003*--------------------------------------------------------------*
034004* 2130-SCRA-WINDOW - THE SAME SERVICEMEMBER CAP WINDOW THE     *
034005*    NIGHTLY RUN APPLIES: FROM THE MONTH SERVICE BEGAN THROUGH *
034006*    THE TAIL MONTHS AFTER IT ENDED, FOR A LOAN WHOSE FIRST    *
034007*    PAYMENT FELL DUE NO LATER THAN THE MONTH SERVICE BEGAN    *
034008*--------------------------------------------------------------*
034009 2130-SCRA-WINDOW.
034010     IF CU-SERVICE-START-DATE NOT NUMERIC
034011             OR CU-SERVICE-START-DATE = ZERO
034012         GO TO 2130-SCRA-WINDOW-EXIT
034013     END-IF
034014     IF LM-FIRST-PMT-MONTH = ZERO
034015         COMPUTE WS-FIRST-PMT-NO = (LM-FIRST-PMT-YEAR * 12) + 1
034016     ELSE
034017         COMPUTE WS-FIRST-PMT-NO =
034018             (LM-FIRST-PMT-YEAR * 12) + LM-FIRST-PMT-MONTH
034019     END-IF
034020     MOVE CU-SERVICE-START-DATE TO WS-SD-DATE
034021     COMPUTE WS-SVC-START-NO = (WS-SD-YEAR * 12) + WS-SD-MONTH
034022     IF WS-FIRST-PMT-NO > WS-SVC-START-NO
034023         GO TO 2130-SCRA-WINDOW-EXIT
034024     END-IF
034025     IF CU-SERVICE-END-DATE NOT NUMERIC
034026             OR CU-SERVICE-END-DATE = ZERO
034027         MOVE LM-LOANTERM TO WS-SCRA-END-MONTH
034028     ELSE
034029         MOVE CU-SERVICE-END-DATE TO WS-SD-DATE
034030         COMPUTE WS-SVC-END-NO = (WS-SD-YEAR * 12) + WS-SD-MONTH
034031         COMPUTE WS-SCRA-END-MONTH = WS-SVC-END-NO
034032             + WS-SCRA-TAIL-MONTHS - WS-FIRST-PMT-NO + 1
034033         IF WS-SCRA-END-MONTH > LM-LOANTERM
034034             MOVE LM-LOANTERM TO WS-SCRA-END-MONTH
034035         END-IF
034036     END-IF
034037     COMPUTE WS-SCRA-START-MONTH =
034038         WS-SVC-START-NO - WS-FIRST-PMT-NO + 1
034039     IF WS-SCRA-END-MONTH < WS-SCRA-START-MONTH
034040         MOVE ZERO TO WS-SCRA-START-MONTH
034041         MOVE ZERO TO WS-SCRA-END-MONTH
034042     ELSE
034043         MOVE WS-SCRA-CAP-RATE-K TO WS-SCRA-CAP-RATE
034044     END-IF.
034045
034046 2130-SCRA-WINDOW-EXIT.
034100     EXIT.
034200
034300*--------------------------------------------------------------*
035300     EXIT.
035400
035500*--------------------------------------------------------------*
035501* 2250-DSI-TAX-YEAR - A DAILY SIMPLE INTEREST LOAN REPORTS THE *
035502*    INTEREST ITS PAYMENTS RECEIVED IN THE TAX YEAR ACTUALLY   *
035503*    PAID, FROM THE PAYMENT HISTORY THROUGH DECEMBER 31        *
035504*--------------------------------------------------------------*
035505 2250-DSI-TAX-YEAR.
035506     MOVE WS-OUTPAYMENT(1)    TO WS-NUM-PAYMENT
035507     MOVE "A"                 TO WS-DS-FUNCTION
035508     MOVE LM-LOAN-NUMBER      TO WS-DS-LOAN-NUMBER
035509     MOVE LM-PRINCIPAL        TO WS-DS-PRINCIPAL
035510     MOVE LM-RATE             TO WS-DS-RATE
035511     MOVE WS-NUM-PAYMENT      TO WS-DS-INSTALLMENT
035512     MOVE LM-ESCROW-AMT       TO WS-DS-ESCROW-AMT
035513     MOVE LM-FIRST-PMT-YEAR   TO WS-DS-FIRST-PMT-YEAR
035514     MOVE LM-FIRST-PMT-MONTH  TO WS-DS-FIRST-PMT-MONTH
035515     MOVE TX-TAX-YEAR         TO WS-DS-TAX-YEAR
035516     COMPUTE WS-DS-AS-OF-DATE = (TX-TAX-YEAR * 10000) + 1231
035517     CALL "LOANDSIC" USING BY REFERENCE WS-DSI-REQUEST
035518     IF WS-DS-OK
035519         MOVE WS-DS-YEAR-INT-PAID TO WS-YEAR-INTEREST
035520     END-IF.
035521
035522 2250-DSI-TAX-YEAR-EXIT.
035523     EXIT.
035524
035525*--------------------------------------------------------------*
035600* 2300-READ-CUSTOMER - BORROWER NAME AND ADDRESS; A LOAN       *
035700*    WITHOUT A CUSTOMER RECORD STILL GETS ITS FORM, FLAGGED    *
035800*    FOR THE MAILROOM TO RESOLVE                               *
037600 2400-PRINT-STATEMENT.
037700     MOVE TX-TAX-YEAR    TO WH-TAX-YEAR
037800     MOVE LM-LOAN-NUMBER TO WH-LOAN-NUMBER
037801     MOVE "B"              TO WS-DV-FUNCTION
037802     MOVE LM-LOAN-NUMBER   TO WS-DV-LOAN-NUMBER
037803     MOVE LM-CUSTOMER-ID   TO WS-DV-CUSTOMER-ID
037804     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
037805     MOVE WS-STMT-HEADING      TO WS-DV-LINE
037806     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
038000     MOVE CU-NAME TO WN-NAME
038001     MOVE WS-STMT-NAME-LINE    TO WS-DV-LINE
038002     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
038200     MOVE SPACES TO WA-ADDR
038300     STRING CU-ADDR-1 DELIMITED BY SIZE
038400         " " DELIMITED BY SIZE
038500         CU-ADDR-2 DELIMITED BY SIZE
038600         INTO WA-ADDR
038601     MOVE WS-STMT-ADDR-LINE    TO WS-DV-LINE
038602     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
038800     MOVE SPACES TO WA-ADDR
038900     STRING CU-CITY DELIMITED BY SIZE
039000         " " DELIMITED BY SIZE
039200         " " DELIMITED BY SIZE
039300         CU-ZIP DELIMITED BY SIZE
039400         INTO WA-ADDR
039401     MOVE WS-STMT-ADDR-LINE    TO WS-DV-LINE
039402     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
039600     MOVE WS-YEAR-INTEREST TO WI-INTEREST
039601     MOVE WS-STMT-INT-LINE     TO WS-DV-LINE
039602     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
039603     MOVE "E"              TO WS-DV-FUNCTION
039604     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
039800     WRITE PRINT-LINE FROM SPACES.
039900
040000 2400-PRINT-STATEMENT-EXIT.
044100     EXIT.
044200
044300*--------------------------------------------------------------*
044301* 2900-PUT-DOC-LINE - PRINT ONE LINE OF THE DOCUMENT AND HAND  *
044302*    IT TO LOANDLVR FOR THE BORROWER'S DELIVERY CHANNEL        *
044303*--------------------------------------------------------------*
044304 2900-PUT-DOC-LINE.
044305     WRITE PRINT-LINE FROM WS-DV-LINE
044306     MOVE "L"              TO WS-DV-FUNCTION
044307     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST.
044308
044309 2900-PUT-DOC-LINE-EXIT.
044310     EXIT.
044311
044312*--------------------------------------------------------------*
044400* 9000-TERMINATE                                               *
044500*--------------------------------------------------------------*
044600 9000-TERMINATE.
044700     CLOSE LOAN1098IN
044800     CLOSE LOANMAST
044900     CLOSE LOANCUST
044901     MOVE "C"              TO WS-DV-FUNCTION
044902     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
044903     MOVE "C"              TO WS-DS-FUNCTION
044904     CALL "LOANDSIC" USING BY REFERENCE WS-DSI-REQUEST
045000     CLOSE LOAN1098PR
045100     CLOSE LOAN1098EF
045200     DISPLAY "LOAN1098: FORMS=" WS-FORM-COUNT
