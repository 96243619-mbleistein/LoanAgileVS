001940*               the lapse check watches, not on a separate     *
001950*               list. LOANPAYE insurance rows are passed       *
001960*               over with a warning until they are retired.    *
001961*  2026-09-25  LSG  Pending payoff refunds queued on LOANPORF  *
001962*               by LOANPORC - the final escrow balance and any *
001963*               payoff overage - are issued as borrower        *
001964*               checks, payee type R, and marked issued with   *
001965*               the check number. Refunds print on the         *
001966*               register and count in the total disbursed but  *
001967*               are not written to LOANESDBO, which holds      *
001968*               escrow disbursements only.                     *
001969*  2026-09-26  LSG  Tax bills from the tax service bureau,     *
001970*               requested by LOANTXSV on LOANTXRQ, are issued  *
001971*               when due by the end of the disbursement month  *
001972*               and marked issued. LOANPAYE tax rows carrying  *
001973*               a taxing authority id are left to that path    *
001974*               and counted.                                   *
002000*--------------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
003530         ACCESS MODE IS DYNAMIC
003540         RECORD KEY IS CO-LOAN-NUMBER
003550         FILE STATUS IS WS-COLL-STATUS.
003551     SELECT LOANPORF ASSIGN TO "LOANPORF"
003552         ORGANIZATION IS INDEXED
003553         ACCESS MODE IS DYNAMIC
003554         RECORD KEY IS RF-LOAN-NUMBER
003555         FILE STATUS IS WS-PORF-STATUS.
003556     SELECT LOANTXRQ ASSIGN TO "LOANTXRQ"
003557         ORGANIZATION IS INDEXED
003558         ACCESS MODE IS DYNAMIC
003559         RECORD KEY IS RQ-KEY
003560         FILE STATUS IS WS-TXRQ-STATUS.
003600     SELECT LOANESDBO ASSIGN TO "LOANESDBO"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT LOANESCKR ASSIGN TO "LOANESCKR"
005400*--------------------------------------------------------------*
005500* LOANPAYE - ESCROW PAYEE MASTER LOANPUPD MAINTAINS, KEYED ON  *
005600*    LOAN NUMBER, PAYEE TYPE AND SEQUENCE                      *
005650*    A TAX ROW CARRYING A TAXING AUTHORITY ID IS PAID FROM     *
005660*    LOANTXRQ INSTEAD                                          *
005700*--------------------------------------------------------------*
005800 FD  LOANPAYE
005900     RECORDING MODE IS F.
007200     05 PE-DUE-MONTH-1           PIC 9(02).
007300     05 PE-DUE-MONTH-2           PIC 9(02).
007400     05 PE-AMOUNT                PIC S9(7)V99   COMP-3.
007401     05 PE-AUTHORITY-ID          PIC X(10).
007500
007510*--------------------------------------------------------------*
007520* LOANCOLL - COLLATERAL AND HAZARD-POLICY RECORDS LOANCLUP     *
007584     05 CO-INS-DUE-MONTH         PIC 9(02).
007585
007600*--------------------------------------------------------------*
007601* LOANPORF - PAYOFF REFUNDS LOANPORC QUEUES WHEN A LOAN PAYS   *
007602*    IN FULL: THE FINAL ESCROW BALANCE PLUS ANY OVERAGE, TO    *
007603*    THE BORROWER. A PENDING RECORD IS ISSUED HERE AND MARKED  *
007604*    WITH ITS CHECK NUMBER.                                    *
007605*--------------------------------------------------------------*
007606 FD  LOANPORF
007607     RECORDING MODE IS F.
007608 01  LOANPORF-RECORD.
007609     05 RF-LOAN-NUMBER           PIC X(10).
007610     05 RF-PAYOFF-DATE           PIC 9(08).
007611     05 RF-PAYEE-NAME            PIC X(30).
007612     05 RF-ADDR-1                PIC X(30).
007613     05 RF-ADDR-2                PIC X(30).
007614     05 RF-CITY                  PIC X(20).
007615     05 RF-STATE                 PIC X(02).
007616     05 RF-ZIP                   PIC X(09).
007617     05 RF-ESCROW-AMT            PIC S9(7)V99   COMP-3.
007618     05 RF-OVERAGE-AMT           PIC S9(7)V99   COMP-3.
007619     05 RF-STATUS                PIC X(01).
007620         88 RF-PENDING                           VALUE "P".
007621         88 RF-ISSUED                            VALUE "I".
007622     05 RF-CHECK-NUMBER          PIC 9(06).
007623     05 RF-ISSUE-DATE            PIC 9(08).
007624     05 FILLER                   PIC X(10).
007625
007626*--------------------------------------------------------------*
007627* LOANTXRQ - TAX DISBURSEMENT REQUESTS LOANTXSV BUILDS FROM    *
007628*    THE TAX SERVICE BUREAU'S BILLS. A PENDING REQUEST DUE IN  *
007629*    OR BEFORE THE DISBURSEMENT MONTH IS ISSUED HERE AND       *
007630*    MARKED WITH ITS CHECK NUMBER.                             *
007631*--------------------------------------------------------------*
007632 FD  LOANTXRQ
007633     RECORDING MODE IS F.
007634 01  LOANTXRQ-RECORD.
007635     05 RQ-KEY.
007636         10 RQ-LOAN-NUMBER       PIC X(10).
007637         10 RQ-PAYEE-SEQ         PIC 9(02).
007638         10 RQ-TAX-YEAR          PIC 9(04).
007639         10 RQ-INSTALLMENT       PIC 9(01).
007640     05 RQ-TAX-PARCEL            PIC X(15).
007641     05 RQ-AUTHORITY-ID          PIC X(10).
007642     05 RQ-PAYEE-NAME            PIC X(30).
007643     05 RQ-ADDR-1                PIC X(30).
007644     05 RQ-CITY                  PIC X(20).
007645     05 RQ-STATE                 PIC X(02).
007646     05 RQ-ZIP                   PIC X(09).
007647     05 RQ-DUE-DATE              PIC 9(08).
007648     05 RQ-AMOUNT                PIC S9(7)V99   COMP-3.
007649     05 RQ-REQUEST-DATE          PIC 9(08).
007650     05 RQ-STATUS                PIC X(01).
007651         88 RQ-PENDING                           VALUE "P".
007652         88 RQ-ISSUED                            VALUE "I".
007653     05 RQ-CHECK-NUMBER          PIC 9(06).
007654     05 RQ-ISSUE-DATE            PIC 9(08).
007655     05 FILLER                   PIC X(10).
007656
007657*--------------------------------------------------------------*
007700* LOANESDBO - DISBURSEMENTS ISSUED THIS RUN, IN THE LOANESDSB  *
007800*    LAYOUT, SORTED INTO THE DISBURSEMENT HISTORY BY THE       *
007900*    SCHEDULER SO LOANESCA READS THEM WITH THE HAND HISTORY    *
009810 77  WS-COLL-STATUS              PIC X(02)      VALUE "00".
009820 77  WS-COLL-DONE-SW             PIC X(01)      VALUE "N".
009830     88 COLL-SCAN-DONE                           VALUE "Y".
009831 77  WS-PORF-STATUS              PIC X(02)      VALUE "00".
009832 77  WS-PORF-DONE-SW             PIC X(01)      VALUE "N".
009833     88 REFUND-SCAN-DONE                         VALUE "Y".
009834 77  WS-REFUND-AMT               PIC S9(7)V99   COMP-3 VALUE ZERO.
009835 77  WS-REFUND-COUNT             PIC 9(07)      COMP   VALUE ZERO.
009836 77  WS-REFUND-TOTAL             PIC S9(9)V99   COMP-3 VALUE ZERO.
009840 77  WS-INS-SKIP-COUNT           PIC 9(07)      COMP   VALUE ZERO.
009841 77  WS-TXRQ-STATUS              PIC X(02)      VALUE "00".
009842 77  WS-TXRQ-DONE-SW             PIC X(01)      VALUE "N".
009843     88 TAX-REQUEST-SCAN-DONE                    VALUE "Y".
009844 77  WS-TAX-DUE-LIMIT            PIC 9(08)      VALUE ZERO.
009845 77  WS-VENDOR-TAX-COUNT         PIC 9(07)      COMP   VALUE ZERO.
009900 77  WS-SCAN-DONE-SW             PIC X(01)      VALUE "N".
010000     88 SCAN-DONE                                VALUE "Y".
010100 77  WS-CHECK-NUMBER             PIC 9(06)      VALUE ZERO.
014010     PERFORM 3000-ISSUE-INSURANCE
014020         THRU 3000-ISSUE-INSURANCE-EXIT
014030         UNTIL COLL-SCAN-DONE
014031     PERFORM 4000-ISSUE-REFUNDS THRU 4000-ISSUE-REFUNDS-EXIT
014032         UNTIL REFUND-SCAN-DONE
014033     PERFORM 5000-ISSUE-TAX-BILLS THRU 5000-ISSUE-TAX-BILLS-EXIT
014034         UNTIL TAX-REQUEST-SCAN-DONE
014100     PERFORM 9000-TERMINATE
014200     GOBACK.
014300
018390             INVALID KEY
018391                 MOVE "Y" TO WS-COLL-DONE-SW
018392         END-START
018393     END-IF
018394     OPEN I-O LOANPORF
018395     IF WS-PORF-STATUS NOT = "00"
018396         DISPLAY "LOANESDB: PAYOFF REFUND FILE LOANPORF ABSENT,"
018397             " NO REFUNDS ISSUED"
018398         MOVE "Y" TO WS-PORF-DONE-SW
018399     ELSE
018400         MOVE LOW-VALUES TO RF-LOAN-NUMBER
018401         START LOANPORF KEY NOT LESS THAN RF-LOAN-NUMBER
018402             INVALID KEY
018403                 MOVE "Y" TO WS-PORF-DONE-SW
018404         END-START
018405     END-IF
018406     COMPUTE WS-TAX-DUE-LIMIT =
018407         (DB-DISB-YEAR * 10000) + (DB-DISB-MONTH * 100) + 99
018408     OPEN I-O LOANTXRQ
018409     IF WS-TXRQ-STATUS NOT = "00"
018410         DISPLAY "LOANESDB: TAX REQUEST FILE LOANTXRQ ABSENT,"
018411             " NO VENDOR TAX BILLS ISSUED"
018412         MOVE "Y" TO WS-TXRQ-DONE-SW
018413     ELSE
018414         MOVE LOW-VALUES TO RQ-KEY
018415         START LOANTXRQ KEY NOT LESS THAN RQ-KEY
018416             INVALID KEY
018417                 MOVE "Y" TO WS-TXRQ-DONE-SW
018418         END-START
018419     END-IF.
018420
018500*--------------------------------------------------------------*
018600* 2000-ISSUE-PAYEES - ONE PAYEE ROW PER ITERATION; A ROW DUE   *
018700*    THIS MONTH IS ISSUED                                      *
019820*    ROW STILL CODED I IS A LEFTOVER TO BE RETIRED, NOT PAID
019830     IF PE-TYPE-INSURANCE
019840         ADD 1 TO WS-INS-SKIP-COUNT
019841         GO TO 2000-ISSUE-PAYEES-EXIT
019842     END-IF
019843*    A TAX ROW TIED TO A TAXING AUTHORITY IS PAID FROM THE TAX
019844*    SERVICE BUREAU'S BILL ON LOANTXRQ, NOT FROM ITS DUE MONTHS
019845     IF PE-AUTHORITY-ID NOT = SPACES
019846         ADD 1 TO WS-VENDOR-TAX-COUNT
019850         GO TO 2000-ISSUE-PAYEES-EXIT
019860     END-IF
019900     IF PE-DUE-MONTH-1 = DB-DISB-MONTH
023558
023559 3100-ISSUE-PREMIUM-EXIT.
023561     EXIT.
023562
023563*--------------------------------------------------------------*
023564* 4000-ISSUE-REFUNDS - ONE PAYOFF REFUND PER ITERATION; A      *
023565*    PENDING REFUND IS ISSUED WHATEVER THE MONTH               *
023566*--------------------------------------------------------------*
023567 4000-ISSUE-REFUNDS.
023568     READ LOANPORF NEXT RECORD
023569         AT END
023570             MOVE "Y" TO WS-PORF-DONE-SW
023571             GO TO 4000-ISSUE-REFUNDS-EXIT
023572     END-READ
023573     IF WS-PORF-STATUS NOT = "00"
023574         MOVE "Y" TO WS-PORF-DONE-SW
023575         GO TO 4000-ISSUE-REFUNDS-EXIT
023576     END-IF
023577     IF RF-PENDING
023578         PERFORM 4100-ISSUE-REFUND THRU 4100-ISSUE-REFUND-EXIT
023579     END-IF.
023580
023581 4000-ISSUE-REFUNDS-EXIT.
023582     EXIT.
023600
023601*--------------------------------------------------------------*
023602* 4100-ISSUE-REFUND - CUT ONE REFUND CHECK TO THE BORROWER AND *
023603*    MARK THE REFUND ISSUED. A REFUND IS NOT AN ESCROW         *
023604*    DISBURSEMENT, SO NOTHING GOES TO LOANESDBO FOR LOANESCA.  *
023605*--------------------------------------------------------------*
023606 4100-ISSUE-REFUND.
023607     COMPUTE WS-REFUND-AMT = RF-ESCROW-AMT + RF-OVERAGE-AMT
023608     MOVE WS-CHECK-NUMBER TO WC-CHECK-NUMBER
023609     MOVE RF-LOAN-NUMBER  TO WC-LOAN-NUMBER
023610     MOVE "R"             TO WC-PAYEE-TYPE
023611     MOVE RF-PAYEE-NAME   TO WC-PAYEE-NAME
023612     MOVE WS-REFUND-AMT   TO WC-AMOUNT
023613     WRITE PRINT-LINE FROM WS-CHECK-LINE
023614     MOVE "I"             TO RF-STATUS
023615     MOVE WS-CHECK-NUMBER TO RF-CHECK-NUMBER
023616     COMPUTE RF-ISSUE-DATE =
023617         (DB-DISB-YEAR * 10000) + (DB-DISB-MONTH * 100) + 1
023618     REWRITE LOANPORF-RECORD
023619         INVALID KEY
023620             DISPLAY "LOANESDB: LOANPORF REWRITE FAILED "
023621                 RF-LOAN-NUMBER
023622     END-REWRITE
023623     ADD 1               TO WS-CHECK-COUNT
023624     ADD 1               TO WS-CHECK-NUMBER
023625     ADD 1               TO WS-REFUND-COUNT
023626     ADD WS-REFUND-AMT   TO WS-REFUND-TOTAL
023627     ADD WS-REFUND-AMT   TO WS-DISB-TOTAL.
023628
023629 4100-ISSUE-REFUND-EXIT.
023630     EXIT.
023631
023632*--------------------------------------------------------------*
023633* 5000-ISSUE-TAX-BILLS - ONE TAX REQUEST PER ITERATION; A      *
023634*    PENDING REQUEST DUE BY THE END OF THE DISBURSEMENT MONTH  *
023635*    IS ISSUED                                                 *
023636*--------------------------------------------------------------*
023637 5000-ISSUE-TAX-BILLS.
023638     READ LOANTXRQ NEXT RECORD
023639         AT END
023640             MOVE "Y" TO WS-TXRQ-DONE-SW
023641             GO TO 5000-ISSUE-TAX-BILLS-EXIT
023642     END-READ
023643     IF WS-TXRQ-STATUS NOT = "00"
023644         MOVE "Y" TO WS-TXRQ-DONE-SW
023645         GO TO 5000-ISSUE-TAX-BILLS-EXIT
023646     END-IF
023647     IF RQ-PENDING
023648             AND RQ-DUE-DATE NOT > WS-TAX-DUE-LIMIT
023649         PERFORM 5100-ISSUE-TAX-BILL THRU 5100-ISSUE-TAX-BILL-EXIT
023650     END-IF.
023651
023652 5000-ISSUE-TAX-BILLS-EXIT.
023653     EXIT.
023654
023655*--------------------------------------------------------------*
023656* 5100-ISSUE-TAX-BILL - CUT ONE TAX CHECK TO THE AUTHORITY ON  *
023657*    THE REQUEST, RECORD THE DISBURSEMENT AND MARK THE         *
023658*    REQUEST ISSUED                                            *
023659*--------------------------------------------------------------*
023660 5100-ISSUE-TAX-BILL.
023661     MOVE WS-CHECK-NUMBER TO WC-CHECK-NUMBER
023662     MOVE RQ-LOAN-NUMBER  TO WC-LOAN-NUMBER
023663     MOVE "T"             TO WC-PAYEE-TYPE
023664     MOVE RQ-PAYEE-NAME   TO WC-PAYEE-NAME
023665     MOVE RQ-AMOUNT       TO WC-AMOUNT
023666     WRITE PRINT-LINE FROM WS-CHECK-LINE
023667     MOVE RQ-LOAN-NUMBER  TO EO-LOAN-NUMBER
023668     COMPUTE EO-DISB-DATE =
023669         (DB-DISB-YEAR * 10000) + (DB-DISB-MONTH * 100) + 1
023670     MOVE "T"             TO EO-DISB-TYPE
023671     MOVE RQ-AMOUNT       TO EO-AMOUNT
023672     WRITE LOANESDBO-RECORD
023673     MOVE "I"             TO RQ-STATUS
023674     MOVE WS-CHECK-NUMBER TO RQ-CHECK-NUMBER
023675     MOVE EO-DISB-DATE    TO RQ-ISSUE-DATE
023676     REWRITE LOANTXRQ-RECORD
023677         INVALID KEY
023678             DISPLAY "LOANESDB: LOANTXRQ REWRITE FAILED "
023679                 RQ-LOAN-NUMBER
023680     END-REWRITE
023681     ADD 1               TO WS-CHECK-COUNT
023682     ADD 1               TO WS-CHECK-NUMBER
023683     ADD RQ-AMOUNT       TO WS-DISB-TOTAL
023684     ADD RQ-AMOUNT       TO WS-TAX-TOTAL.
023685
023686 5100-ISSUE-TAX-BILL-EXIT.
023687     EXIT.
023688
023700*--------------------------------------------------------------*
023800* 9000-TERMINATE - CONTROL TOTALS AT THE FOOT OF THE REGISTER  *
023900*--------------------------------------------------------------*
024700     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
024800     MOVE "INSURANCE DISBURSED . ." TO WA-LABEL
024900     MOVE WS-INS-TOTAL              TO WA-AMOUNT
024901     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
024902     MOVE "PAYOFF REFUNDS  . . . ." TO WA-LABEL
024903     MOVE WS-REFUND-TOTAL           TO WA-AMOUNT
025000     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
025100     MOVE "TOTAL DISBURSED . . . ." TO WA-LABEL
025200     MOVE WS-DISB-TOTAL             TO WA-AMOUNT
025330         MOVE WS-INS-SKIP-COUNT         TO WX-COUNT
025340         WRITE PRINT-LINE FROM WS-TOTAL-LINE
025350     END-IF
025351     IF WS-VENDOR-TAX-COUNT > ZERO
025352         MOVE "VENDOR TAX ROWS SKIPPED" TO WX-LABEL
025353         MOVE WS-VENDOR-TAX-COUNT       TO WX-COUNT
025354         WRITE PRINT-LINE FROM WS-TOTAL-LINE
025355     END-IF
025400     CLOSE LOANESDBIN
025500     CLOSE LOANPAYE
025510     IF WS-COLL-STATUS = "00" OR WS-COLL-STATUS = "10"
025520         CLOSE LOANCOLL
025530     END-IF
025531     IF WS-PORF-STATUS = "00" OR WS-PORF-STATUS = "10"
025532         CLOSE LOANPORF
025533     END-IF
025534     IF WS-TXRQ-STATUS = "00" OR WS-TXRQ-STATUS = "10"
025535         CLOSE LOANTXRQ
025536     END-IF
025600     CLOSE LOANESDBO
025700     CLOSE LOANESCKR
025800     DISPLAY "LOANESDB: CHECKS=" WS-CHECK-COUNT
