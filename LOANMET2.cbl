002102*               master record layout.                           *
002103*  2026-09-02  LSG  Buydown step fields added to the            *
002104*               master record layout.                           *
002105*  2026-09-22  LSG  Servicemember active-duty flag, service    *
002106*               dates, tax id and birth date appended to the   *
002107*               customer record layout.                        *
002108*  2026-09-27  LSG  The reporting month's scheduled balance    *
002109*               and payment are read directly from the keyed   *
002110*               numeric schedule LOANSKIX instead of passing   *
002111*               LOANSKED and de-editing it.                    *
002112*  2026-09-29  LSG  Compliance condition code added to the     *
002113*               base record from the complaint case file       *
002114*               LOANQWCS: XB while a payment dispute is open   *
002115*               on the loan, XH when it was closed in the      *
002116*               reporting month. Counts of each print on the   *
002117*               proof report.                                  *
002118*  2026-09-30  LSG  Email address and paper or electronic      *
002119*               delivery preference appended to the customer   *
002120*               record layout.                                 *
002200*--------------------------------------------------------------*
002300
002400 ENVIRONMENT DIVISION.
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CU-CUSTOMER-ID
004200         FILE STATUS IS WS-CUST-STATUS.
004201     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
004202         ORGANIZATION IS INDEXED
004203         ACCESS MODE IS RANDOM
004204         RECORD KEY IS SX-KEY
004500         FILE STATUS IS WS-SKED-STATUS.
004501     SELECT LOANQWCS ASSIGN TO "LOANQWCS"
004502         ORGANIZATION IS INDEXED
004503         ACCESS MODE IS DYNAMIC
004504         RECORD KEY IS QW-KEY
004505         FILE STATUS IS WS-QWCS-STATUS.
004600     SELECT LOANDELQ ASSIGN TO "LOANDELQ"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-DELQ-STATUS.
011500     05 CU-STATE                 PIC X(02).
011600     05 CU-ZIP                   PIC X(09).
011700     05 CU-PHONE                 PIC X(15).
011701     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
011702         88 CU-ACTIVE-DUTY                      VALUE "Y".
011703     05 CU-SERVICE-START-DATE    PIC 9(08).
011704     05 CU-SERVICE-END-DATE      PIC 9(08).
011705     05 CU-TAX-ID                PIC X(09).
011706     05 CU-BIRTH-DATE            PIC 9(08).
011707     05 CU-EMAIL-ADDRESS         PIC X(40).
011708     05 CU-DELIVERY-PREF         PIC X(01).
011709         88 CU-DELIVER-PAPER                    VALUE " " "P".
011710         88 CU-DELIVER-ELECTRONIC               VALUE "E".
011800
011900*--------------------------------------------------------------*
011901* LOANSKIX - THE NIGHTLY SCHEDULE KEYED ON LOAN NUMBER AND     *
011902*    MONTH, AMOUNTS IN SIGNED NUMERIC FIELDS, READ DIRECTLY    *
011903*    FOR THE MONTH WANTED                                      *
012100*--------------------------------------------------------------*
012101 FD  LOANSKIX
012300     RECORDING MODE IS F.
012301 01  LOANSKIX-RECORD.
012302     05 SX-KEY.
012303         10 SX-LOAN-NUMBER       PIC X(10).
012304         10 SX-MONTH             PIC 9(04).
012305     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
012306     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
012307     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
012308     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
012309     05 SX-LATE-FLAG             PIC X(01).
012310     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
012311     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
012312     05 FILLER                   PIC X(10).
013400
013500*--------------------------------------------------------------*
013600* LOANDELQ - LATE-PAYMENT TRANSACTIONS, SORTED BY LOAN NUMBER  *
014500     05 DQ-LATE-FEE              PIC S9(5)V99   COMP-3.
014600
014700*--------------------------------------------------------------*
014701* LOANQWCS - COMPLAINT AND QUALIFIED WRITTEN REQUEST CASES     *
014702*    FROM LOANQWUP, KEYED ON LOAN AND CASE NUMBER. A PAYMENT   *
014703*    DISPUTE (CATEGORY PD) STILL OPEN IS REPORTED AS DISPUTED; *
014704*    ONE CLOSED IN THE REPORTING MONTH AS RESOLVED.            *
014705*--------------------------------------------------------------*
014706 FD  LOANQWCS
014707     RECORDING MODE IS F.
014708 01  LOANQWCS-RECORD.
014709     05 QW-KEY.
014710         10 QW-LOAN-NUMBER       PIC X(10).
014711         10 QW-CASE-NUMBER       PIC X(10).
014712     05 QW-CASE-TYPE             PIC X(01).
014713     05 QW-CATEGORY              PIC X(02).
014714         88 QW-CAT-PAYMENT-DISPUTE               VALUE "PD".
014715     05 QW-RECEIVED-DATE         PIC 9(08).
014716     05 QW-ACK-DUE-DATE          PIC 9(08).
014717     05 QW-ACK-DATE              PIC 9(08).
014718     05 QW-RESP-DUE-DATE         PIC 9(08).
014719     05 QW-EXTENDED-SW           PIC X(01).
014720     05 QW-CASE-STATUS           PIC X(01).
014721         88 QW-CASE-OPEN                         VALUE "O".
014722         88 QW-CASE-CLOSED                       VALUE "C".
014723     05 QW-CLOSED-DATE           PIC 9(08).
014724     05 QW-CLOSED-DATE-X REDEFINES QW-CLOSED-DATE.
014725         10 QW-CLOSED-YYYYMM     PIC 9(06).
014726         10 FILLER               PIC 9(02).
014727     05 QW-RESOLUTION            PIC X(01).
014728     05 QW-DESCRIPTION           PIC X(40).
014729     05 QW-LAST-ACTION-DATE      PIC 9(08).
014730     05 FILLER                   PIC X(10).
014731
014732*--------------------------------------------------------------*
014800* LOANM2OUT - FIXED-FORMAT SUBMISSION FILE: ONE H (HEADER)     *
014900*    RECORD, ONE B (BASE) RECORD PER ACCOUNT, ONE T (TRAILER)  *
015000*    RECORD WITH THE CONTROL TOTALS                            *
017200     05 M2-B-CUR-BALANCE         PIC 9(09)V99.
017300     05 M2-B-SCHED-PAYMENT       PIC 9(07)V99.
017400     05 M2-B-ACCT-STATUS         PIC X(02).
017401     05 M2-B-COMPL-COND          PIC X(02).
017402     05 FILLER                   PIC X(05).
017600 01  M2-T-RECORD REDEFINES LOANM2OUT-RECORD.
017700     05 M2-T-TYPE                PIC X(01).
017800     05 M2-T-ACCT-COUNT          PIC 9(07).
018900 WORKING-STORAGE SECTION.
019000 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
019100     88 END-OF-LOANMAST                          VALUE "Y".
019101 77  WS-SKED-OPEN-SW             PIC X(01)      VALUE "N".
019102     88 SKED-FILE-OPEN                           VALUE "Y".
019103 77  WS-QWCS-OPEN-SW             PIC X(01)      VALUE "N".
019104     88 QWCS-FILE-OPEN                           VALUE "Y".
019105 77  WS-QWCS-DONE-SW             PIC X(01)      VALUE "N".
019106     88 QWCS-SCAN-DONE                           VALUE "Y".
019400 77  WS-DELQ-EOF-SW              PIC X(01)      VALUE "N".
019500     88 END-OF-LOANDELQ                          VALUE "Y".
019600 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
019800 77  WS-CUST-STATUS              PIC X(02)      VALUE "00".
019900 77  WS-SKED-STATUS              PIC X(02)      VALUE "00".
020000 77  WS-DELQ-STATUS              PIC X(02)      VALUE "00".
020001 77  WS-QWCS-STATUS              PIC X(02)      VALUE "00".
020002 77  WS-RPT-YYYYMM               PIC 9(06)      VALUE ZERO.
020003 77  WS-COMPL-COND               PIC X(02)      VALUE SPACES.
020100 77  WS-RPT-MONTH-NO             PIC S9(06)     COMP-3 VALUE ZERO.
020200 77  WS-LATE-MONTHS              PIC S9(04)     COMP   VALUE ZERO.
020300 77  WS-ACCT-STATUS              PIC X(02)      VALUE SPACES.
021100 77  WS-CNT-90                   PIC 9(07)      COMP   VALUE ZERO.
021200 77  WS-CNT-PAID                 PIC 9(07)      COMP   VALUE ZERO.
021300 77  WS-CNT-FCL                  PIC 9(07)      COMP   VALUE ZERO.
021301 77  WS-CNT-XB                   PIC 9(07)      COMP   VALUE ZERO.
021302 77  WS-CNT-XH                   PIC 9(07)      COMP   VALUE ZERO.
021400
021500 01  WS-REPORT-HEADING.
021600     05 FILLER              PIC X(34)  VALUE
022700     05 WD-STATUS                PIC X(02).
022800     05 FILLER                   PIC X(02)      VALUE SPACES.
022900     05 WD-BALANCE               PIC ZZZ,ZZZ,ZZ9.99-.
022901     05 FILLER                   PIC X(02)      VALUE SPACES.
022902     05 WD-COMPL-COND            PIC X(02).
023000
023100 01  WS-TOTAL-LINE.
023200     05 WX-LABEL                 PIC X(24).
027200         GOBACK
027300     END-IF
027400     OPEN INPUT LOANCUST
027401     OPEN INPUT LOANSKIX
027402     IF WS-SKED-STATUS = "00"
027403         MOVE "Y" TO WS-SKED-OPEN-SW
027800     END-IF
027801     OPEN INPUT LOANQWCS
027802     IF WS-QWCS-STATUS = "00"
027803         MOVE "Y" TO WS-QWCS-OPEN-SW
027804     END-IF
027805     COMPUTE WS-RPT-YYYYMM = (M2-RPT-YEAR * 100) + M2-RPT-MONTH
027900     OPEN INPUT LOANDELQ
028000     IF WS-DELQ-STATUS NOT = "00"
028100         MOVE "Y" TO WS-DELQ-EOF-SW
029200     MOVE M2-RPT-MONTH TO M2-H-RPT-MONTH
029300     MOVE "LOAN SERVICING DATA CENTER" TO M2-H-FURNISHER
029400     WRITE LOANM2OUT-RECORD
029800     IF NOT END-OF-LOANDELQ
029900         READ LOANDELQ
030000             AT END MOVE "Y" TO WS-DELQ-EOF-SW
031700         THRU 2100-COUNT-LATE-MONTHS-EXIT
031800     PERFORM 2200-DERIVE-STATUS THRU 2200-DERIVE-STATUS-EXIT
031900     PERFORM 2300-GET-BALANCE THRU 2300-GET-BALANCE-EXIT
031901     PERFORM 2500-CHECK-DISPUTE THRU 2500-CHECK-DISPUTE-EXIT
032000     PERFORM 2400-WRITE-BASE THRU 2400-WRITE-BASE-EXIT
032100     READ LOANMAST
032200         AT END MOVE "Y" TO WS-EOF-SW
038000
038100*--------------------------------------------------------------*
038200* 2300-GET-BALANCE - THE SCHEDULED BALANCE ON THE REPORTING    *
038201*    MONTH'S LOANSKIX ROW; OFF-SCHEDULE MONTHS REPORT THE      *
038400*    ORIGINAL PRINCIPAL (NOT YET BEGUN) OR ZERO (RUN OFF)      *
038500*--------------------------------------------------------------*
038600 2300-GET-BALANCE.
039200             MOVE ZERO TO WS-NUM-BALANCE
039300             MOVE ZERO TO WS-NUM-PAYMENT
039400         WHEN OTHER
039401             MOVE ZERO TO WS-NUM-BALANCE
039402             MOVE ZERO TO WS-NUM-PAYMENT
039403             IF SKED-FILE-OPEN
039404                 PERFORM 2150-READ-SKED THRU 2150-READ-SKED-EXIT
041000             END-IF
041100     END-EVALUATE.
041200
041400     EXIT.
041500
041600*--------------------------------------------------------------*
041601* 2150-READ-SKED - THE LOAN'S ROW FOR THE REPORTING MONTH,     *
041602*    READ DIRECTLY BY KEY; NO ROW LEAVES THE ZEROES IN PLACE   *
041900*--------------------------------------------------------------*
042000 2150-READ-SKED.
042001     MOVE LM-LOAN-NUMBER  TO SX-LOAN-NUMBER
042002     MOVE WS-RPT-MONTH-NO TO SX-MONTH
042003     READ LOANSKIX
042004         INVALID KEY
042005             GO TO 2150-READ-SKED-EXIT
042006     END-READ
042007     MOVE SX-BALANCE TO WS-NUM-BALANCE
042008     MOVE SX-PAYMENT TO WS-NUM-PAYMENT.
042800
042900 2150-READ-SKED-EXIT.
043000     EXIT.
045500     MOVE WS-NUM-BALANCE  TO M2-B-CUR-BALANCE
045600     MOVE WS-NUM-PAYMENT  TO M2-B-SCHED-PAYMENT
045700     MOVE WS-ACCT-STATUS  TO M2-B-ACCT-STATUS
045701     MOVE WS-COMPL-COND   TO M2-B-COMPL-COND
045800     WRITE LOANM2OUT-RECORD
045900     ADD 1               TO WS-ACCT-COUNT
046000     ADD WS-NUM-BALANCE  TO WS-BAL-TOTAL
046200     MOVE CU-NAME        TO WD-NAME
046300     MOVE WS-ACCT-STATUS TO WD-STATUS
046400     MOVE WS-NUM-BALANCE TO WD-BALANCE
046401     MOVE WS-COMPL-COND  TO WD-COMPL-COND
046500     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
046600
046700 2400-WRITE-BASE-EXIT.
046701     EXIT.
046702
046703*--------------------------------------------------------------*
046704* 2500-CHECK-DISPUTE - THE COMPLIANCE CONDITION CODE FROM THE  *
046705*    LOAN'S COMPLAINT CASES: XB WHILE A PAYMENT DISPUTE IS     *
046706*    OPEN, XH WHEN ONE WAS CLOSED IN THE REPORTING MONTH AND   *
046707*    NONE IS OPEN, OTHERWISE BLANK                             *
046708*--------------------------------------------------------------*
046709 2500-CHECK-DISPUTE.
046710     MOVE SPACES TO WS-COMPL-COND
046711     IF NOT QWCS-FILE-OPEN
046712         GO TO 2500-CHECK-DISPUTE-EXIT
046713     END-IF
046714     MOVE "N"            TO WS-QWCS-DONE-SW
046715     MOVE LM-LOAN-NUMBER TO QW-LOAN-NUMBER
046716     MOVE LOW-VALUES     TO QW-CASE-NUMBER
046717     START LOANQWCS KEY NOT LESS THAN QW-KEY
046718         INVALID KEY
046719             GO TO 2500-CHECK-DISPUTE-EXIT
046720     END-START
046721     PERFORM 2510-SCAN-CASES THRU 2510-SCAN-CASES-EXIT
046722         UNTIL QWCS-SCAN-DONE
046723     IF WS-COMPL-COND = "XB"
046724         ADD 1 TO WS-CNT-XB
046725     END-IF
046726     IF WS-COMPL-COND = "XH"
046727         ADD 1 TO WS-CNT-XH
046728     END-IF.
046729
046730 2500-CHECK-DISPUTE-EXIT.
046731     EXIT.
046732
046733*--------------------------------------------------------------*
046734* 2510-SCAN-CASES - ONE CASE OF THE LOAN. AN OPEN PAYMENT      *
046735*    DISPUTE SETTLES IT; THE SCAN ENDS AT THE NEXT LOAN.       *
046736*--------------------------------------------------------------*
046737 2510-SCAN-CASES.
046738     READ LOANQWCS NEXT RECORD
046739         AT END
046740             MOVE "Y" TO WS-QWCS-DONE-SW
046741             GO TO 2510-SCAN-CASES-EXIT
046742     END-READ
046743     IF QW-LOAN-NUMBER NOT = LM-LOAN-NUMBER
046744         MOVE "Y" TO WS-QWCS-DONE-SW
046745         GO TO 2510-SCAN-CASES-EXIT
046746     END-IF
046747     IF NOT QW-CAT-PAYMENT-DISPUTE
046748         GO TO 2510-SCAN-CASES-EXIT
046749     END-IF
046750     IF QW-CASE-OPEN
046751         MOVE "XB" TO WS-COMPL-COND
046752         MOVE "Y"  TO WS-QWCS-DONE-SW
046753         GO TO 2510-SCAN-CASES-EXIT
046754     END-IF
046755     IF QW-CASE-CLOSED AND QW-CLOSED-YYYYMM = WS-RPT-YYYYMM
046756         MOVE "XH" TO WS-COMPL-COND
046757     END-IF.
046758
046759 2510-SCAN-CASES-EXIT.
046800     EXIT.
046900
047000*--------------------------------------------------------------*
049800     MOVE "STATUS 94 FORECLOSURE ." TO WX-LABEL
049900     MOVE WS-CNT-FCL                TO WX-COUNT
050000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
050001     MOVE "CONDITION XB DISPUTED ." TO WX-LABEL
050002     MOVE WS-CNT-XB                 TO WX-COUNT
050003     WRITE PRINT-LINE FROM WS-TOTAL-LINE
050004     MOVE "CONDITION XH RESOLVED ." TO WX-LABEL
050005     MOVE WS-CNT-XH                 TO WX-COUNT
050006     WRITE PRINT-LINE FROM WS-TOTAL-LINE
050100     CLOSE LOANM2IN
050200     CLOSE LOANMAST
050300     CLOSE LOANCUST
050301     IF SKED-FILE-OPEN
050302         CLOSE LOANSKIX
050600     END-IF
050700     IF WS-DELQ-STATUS = "00" OR WS-DELQ-STATUS = "10"
050800         CLOSE LOANDELQ
050900     END-IF
050901     IF QWCS-FILE-OPEN
050902         CLOSE LOANQWCS
050903     END-IF
051000     CLOSE LOANM2OUT
051100     CLOSE LOANM2RP
051200     DISPLAY "LOANMET2: ACCOUNTS=" WS-ACCT-COUNT.
