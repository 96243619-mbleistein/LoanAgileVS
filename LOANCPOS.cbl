001614*               master record layout.                           *
001615*  2026-09-02  LSG  Buydown step fields added to the            *
001616*               master record layout.                           *
001617*  2026-09-22  LSG  Servicemember active-duty flag, service    *
001618*               dates, tax id and birth date appended to the   *
001619*               customer record layout.                        *
001620*  2026-09-27  LSG  The as-of row is read directly from the    *
001621*               keyed numeric schedule LOANSKIX, opened once   *
001622*               for the run, instead of re-passing LOANSKED    *
001623*               for every customer.                            *
001624*  2026-09-30  LSG  Email address and paper or electronic      *
001625*               delivery preference appended to the customer   *
001626*               record layout.                                 *
001700*--------------------------------------------------------------*
001800
001900 ENVIRONMENT DIVISION.
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS CU-CUSTOMER-ID
003600         FILE STATUS IS WS-CUST-STATUS.
003601     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
003602         ORGANIZATION IS INDEXED
003603         ACCESS MODE IS RANDOM
003604         RECORD KEY IS SX-KEY
003900         FILE STATUS IS WS-SKED-STATUS.
004000     SELECT LOANCPRPT ASSIGN TO "LOANCPRPT"
004100         ORGANIZATION IS SEQUENTIAL.
009300     05 CU-STATE                 PIC X(02).
009400     05 CU-ZIP                   PIC X(09).
009410     05 CU-PHONE                 PIC X(15).
009411     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
009412         88 CU-ACTIVE-DUTY                      VALUE "Y".
009413     05 CU-SERVICE-START-DATE    PIC 9(08).
009414     05 CU-SERVICE-END-DATE      PIC 9(08).
009415     05 CU-TAX-ID                PIC X(09).
009416     05 CU-BIRTH-DATE            PIC 9(08).
009417     05 CU-EMAIL-ADDRESS         PIC X(40).
009418     05 CU-DELIVERY-PREF         PIC X(01).
009419         88 CU-DELIVER-PAPER                    VALUE " " "P".
009420         88 CU-DELIVER-ELECTRONIC               VALUE "E".
009500
009600*--------------------------------------------------------------*
009601* LOANSKIX - THE NIGHTLY SCHEDULE KEYED ON LOAN NUMBER AND     *
009602*    MONTH, AMOUNTS IN SIGNED NUMERIC FIELDS, READ DIRECTLY    *
009603*    FOR THE MONTH WANTED                                      *
009900*--------------------------------------------------------------*
009901 FD  LOANSKIX
010100     RECORDING MODE IS F.
010101 01  LOANSKIX-RECORD.
010102     05 SX-KEY.
010103         10 SX-LOAN-NUMBER       PIC X(10).
010104         10 SX-MONTH             PIC 9(04).
010105     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
010106     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
010107     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
010108     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
010109     05 SX-LATE-FLAG             PIC X(01).
010110     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
010111     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
010112     05 FILLER                   PIC X(10).
011200
011300*--------------------------------------------------------------*
011400* LOANCPRPT - PRINTED CONSOLIDATED POSITION REPORT             *
012200     88 END-OF-LOANCPOSIN                        VALUE "Y".
012300 77  WS-MAST-EOF-SW              PIC X(01)      VALUE "N".
012400     88 END-OF-LOANMAST                          VALUE "Y".
012401 77  WS-SKED-OPEN-SW             PIC X(01)      VALUE "N".
012402     88 SKED-FILE-OPEN                           VALUE "Y".
012700 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
012800 77  WS-CUST-STATUS              PIC X(02)      VALUE "00".
012900 77  WS-SKED-STATUS              PIC X(02)      VALUE "00".
013300 77  WS-CUR-ESCROW               PIC S9(7)V99   COMP-3 VALUE ZERO.
013400 77  WS-CUR-LATEFEE              PIC S9(5)V99   COMP-3 VALUE ZERO.
013500 77  WS-CUR-LATE-FLAG            PIC X(01)      VALUE "N".
014000 77  WS-CUST-LOANS               PIC S9(05)     COMP-3 VALUE ZERO.
014100 77  WS-CUST-BALANCE             PIC S9(9)V99   COMP-3 VALUE ZERO.
014200 77  WS-CUST-PAYMENT             PIC S9(9)V99   COMP-3 VALUE ZERO.
020340         GOBACK
020350     END-IF
020400     OPEN INPUT LOANCUST
020401     OPEN INPUT LOANSKIX
020402     IF WS-SKED-STATUS = "00"
020403         MOVE "Y" TO WS-SKED-OPEN-SW
020404     END-IF
020500     OPEN OUTPUT LOANCPRPT
020600     READ LOANCPOSIN
020700         AT END MOVE "Y" TO WS-EOF-SW
020900
021000*--------------------------------------------------------------*
021100* 2000-PROCESS-REQUESTS - ONE CUSTOMER POSITION PER ITERATION: *
021101*    SCAN THE WHOLE MASTER FOR THE CUSTOMER'S LOANS, READING   *
021102*    EACH LOAN'S AS-OF ROW FROM THE KEYED SCHEDULE             *
021400*--------------------------------------------------------------*
021500 2000-PROCESS-REQUESTS.
021600     PERFORM 2100-PRINT-CUST-HEADING
022000     MOVE ZERO TO WS-CUST-PAYMENT
022100     MOVE ZERO TO WS-CUST-ESCROW
022200     MOVE ZERO TO WS-CUST-LATEFEE
022700
022800     MOVE "N" TO WS-MAST-EOF-SW
022900     MOVE LOW-VALUES TO LM-LOAN-NUMBER
023500     END-IF
023600     PERFORM 2200-SCAN-ONE-LOAN THRU 2200-SCAN-ONE-LOAN-EXIT
023700         UNTIL END-OF-LOANMAST
023900
024000     PERFORM 2500-PRINT-CUST-TOTAL
024100         THRU 2500-PRINT-CUST-TOTAL-EXIT
032400     EXIT.
032500
032600*--------------------------------------------------------------*
032601* 2400-MATCH-SCHEDULE - READ THE LOAN'S AS-OF ROW DIRECTLY     *
032602*    FROM THE KEYED SCHEDULE; NO ROW (OR NO SCHEDULE) SHOWS A  *
032603*    ZERO BALANCE AND PAYMENT WITH THE MASTER ESCROW           *
033000*--------------------------------------------------------------*
033100 2400-MATCH-SCHEDULE.
033101     MOVE ZERO TO WS-CUR-BALANCE
033102     MOVE ZERO TO WS-CUR-PAYMENT
033103     MOVE LM-ESCROW-AMT TO WS-CUR-ESCROW
033104     IF NOT SKED-FILE-OPEN
033105         GO TO 2400-MATCH-SCHEDULE-EXIT
033106     END-IF
033107     MOVE LM-LOAN-NUMBER   TO SX-LOAN-NUMBER
033108     MOVE WS-ASOF-MONTH-NO TO SX-MONTH
033109     READ LOANSKIX
033110         INVALID KEY
033111             GO TO 2400-MATCH-SCHEDULE-EXIT
033112     END-READ
033113     MOVE SX-BALANCE   TO WS-CUR-BALANCE
033114     MOVE SX-PAYMENT   TO WS-CUR-PAYMENT
033115     MOVE SX-ESCROW    TO WS-CUR-ESCROW
033116     MOVE SX-LATEFEE   TO WS-CUR-LATEFEE
033117     MOVE SX-LATE-FLAG TO WS-CUR-LATE-FLAG.
035500
035600 2400-MATCH-SCHEDULE-EXIT.
035700     EXIT.
038300     EXIT.
038400
038500*--------------------------------------------------------------*
040200* 9000-TERMINATE                                               *
040300*--------------------------------------------------------------*
040400 9000-TERMINATE.
040500     CLOSE LOANCPOSIN
040600     CLOSE LOANMAST
040700     CLOSE LOANCUST
040701     IF SKED-FILE-OPEN
040702         CLOSE LOANSKIX
040703     END-IF
040800     CLOSE LOANCPRPT
040900     DISPLAY "LOANCPOS: REQUESTS PROCESSED".
041000
