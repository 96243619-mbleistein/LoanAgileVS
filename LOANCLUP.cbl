001800*               insurance disbursements both draw from it.     *
001900*               Invalid transactions are rejected to LOANRJCT  *
002000*               and a before/after register prints.            *
002001*  2026-09-16  LSG  Mortgage insurance: the transaction now    *
002002*               also carries the original property value and   *
002003*               the PMI carrier, certificate and monthly       *
002004*               premium, kept per loan on the LOANMINS         *
002005*               companion file that the LOANPMIC monthly LTV   *
002006*               review works from. A delete removes both.      *
002007*  2026-10-05  LSG  Reject image widened to 400 bytes for the  *
002008*               boarding transfer detail.                      *
002100*--------------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS CO-LOAN-NUMBER
003500         FILE STATUS IS WS-COLL-STATUS.
003501     SELECT LOANMINS ASSIGN TO "LOANMINS"
003502         ORGANIZATION IS INDEXED
003503         ACCESS MODE IS RANDOM
003504         RECORD KEY IS MI-LOAN-NUMBER
003505         FILE STATUS IS WS-MINS-STATUS.
003600     SELECT LOANCLRT ASSIGN TO "LOANCLRT"
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT LOANRJCT ASSIGN TO "LOANRJCT"
004400*--------------------------------------------------------------*
004500* LOANCLTR - ONE MAINTENANCE TRANSACTION PER RECORD, SORTED BY *
004600*            LOAN NUMBER. THE CL- FIELDS AFTER THE ACTION CODE *
004601*            MIRROR THE LOANCOLL RECORD, THEN THE MORTGAGE     *
004602*            INSURANCE FIELDS KEPT ON LOANMINS. A ZERO         *
004603*            ORIGINAL VALUE LEAVES LOANMINS UNTOUCHED.         *
004800*--------------------------------------------------------------*
004900 FD  LOANCLTR
005000     RECORDING MODE IS F.
006400     05 CL-POLICY-EXP-DATE       PIC 9(08).
006500     05 CL-INS-PREMIUM           PIC S9(7)V99   COMP-3.
006600     05 CL-INS-DUE-MONTH         PIC 9(02).
006601     05 CL-ORIG-VALUE            PIC S9(9)V99   COMP-3.
006602     05 CL-MI-CARRIER            PIC X(30).
006603     05 CL-MI-CERT-NUMBER        PIC X(15).
006604     05 CL-MI-PREMIUM            PIC S9(5)V99   COMP-3.
006700
006800*--------------------------------------------------------------*
006900* LOANCOLL - COLLATERAL AND HAZARD-POLICY RECORD, ONE PER      *
008300     05 CO-POLICY-EXP-DATE       PIC 9(08).
008400     05 CO-INS-PREMIUM           PIC S9(7)V99   COMP-3.
008500     05 CO-INS-DUE-MONTH         PIC 9(02).
008501
008502*--------------------------------------------------------------*
008503* LOANMINS - MORTGAGE INSURANCE RECORD, ONE PER LOAN, KEYED ON *
008504*    LM-LOAN-NUMBER. THE ORIGINAL PROPERTY VALUE IS THE LTV    *
008505*    DENOMINATOR; THE PREMIUM IS THE MONTHLY AMOUNT CARRIED IN *
008506*    LM-ESCROW-AMT. STATUS AND DATES ARE SET BY LOANPMIC.      *
008507*--------------------------------------------------------------*
008508 FD  LOANMINS
008509     RECORDING MODE IS F.
008510 01  LOANMINS-RECORD.
008511     05 MI-LOAN-NUMBER           PIC X(10).
008512     05 MI-ORIG-VALUE            PIC S9(9)V99   COMP-3.
008513     05 MI-CARRIER               PIC X(30).
008514     05 MI-CERT-NUMBER           PIC X(15).
008515     05 MI-PREMIUM               PIC S9(5)V99   COMP-3.
008516     05 MI-STATUS                PIC X(01).
008517         88 MI-NONE                              VALUE "N".
008518         88 MI-ACTIVE                            VALUE "A".
008519         88 MI-NOTICE-SENT                       VALUE "R".
008520         88 MI-TERMINATED-LTV                    VALUE "T".
008521         88 MI-TERMINATED-MIDPOINT               VALUE "M".
008522     05 MI-NOTICE-DATE           PIC 9(08).
008523     05 MI-TERM-DATE             PIC 9(08).
008524     05 MI-TERM-LTV              PIC S9(3)V99   COMP-3.
008525     05 FILLER                   PIC X(10).
008600
008700*--------------------------------------------------------------*
008800* LOANCLRT - PRINTED UPDATE REGISTER, BEFORE/AFTER IMAGES      *
010100     05 RJ-LOAN-NUMBER           PIC X(10).
010200     05 RJ-STATUS                PIC X(02).
010300     05 RJ-REASON                PIC X(30).
010400     05 RJ-RECORD-IMAGE          PIC X(400).
010500
010600 WORKING-STORAGE SECTION.
010700 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
010800     88 END-OF-LOANCLTR                          VALUE "Y".
010900 77  WS-COLL-STATUS              PIC X(02)      VALUE "00".
011000 77  WS-RJCT-STATUS              PIC X(02)      VALUE "00".
011001 77  WS-MINS-STATUS              PIC X(02)      VALUE "00".
011100 77  WS-RUN-DATE                 PIC 9(06)      VALUE ZERO.
011200 77  WS-TRAN-COUNT               PIC 9(07)      COMP   VALUE ZERO.
011300 77  WS-ADD-COUNT                PIC 9(07)      COMP   VALUE ZERO.
011400 77  WS-CHANGE-COUNT             PIC 9(07)      COMP   VALUE ZERO.
011500 77  WS-DELETE-COUNT             PIC 9(07)      COMP   VALUE ZERO.
011600 77  WS-REJECT-COUNT             PIC 9(07)      COMP   VALUE ZERO.
011601 77  WS-MI-COUNT                 PIC 9(07)      COMP   VALUE ZERO.
011700 77  WS-REJECT-REASON            PIC X(30)      VALUE SPACES.
011800 77  WS-REJECT-SW                PIC X(01)      VALUE "N".
011900     88 TRAN-REJECTED                            VALUE "Y".
014200     05 WI-POLICY-EXP-DATE       PIC 9(08).
014300     05 FILLER                   PIC X(06)      VALUE " PREM ".
014400     05 WI-INS-PREMIUM           PIC ZZZ,ZZ9.99.
014401
014402 01  WS-MI-IMAGE-LINE.
014403     05 WM-TAG                   PIC X(08).
014404     05 FILLER                   PIC X(01)      VALUE SPACE.
014405     05 WM-CARRIER               PIC X(30).
014406     05 FILLER                   PIC X(05)      VALUE " VAL ".
014407     05 WM-ORIG-VALUE            PIC ZZZ,ZZZ,ZZ9.
014408     05 FILLER                   PIC X(06)      VALUE " PREM ".
014409     05 WM-PREMIUM               PIC ZZ,ZZ9.99.
014410     05 FILLER                   PIC X(01)      VALUE SPACE.
014411     05 WM-STATUS                PIC X(01).
014500
014600 01  WS-TOTAL-LINE.
014700     05 WX-LABEL                 PIC X(24).
017300     IF WS-COLL-STATUS NOT = "00"
017400         DISPLAY "LOANCLUP: COLLATERAL FILE LOANCOLL NOT USABLE,"
017500             " STATUS=" WS-COLL-STATUS
017501         MOVE 16 TO RETURN-CODE
017502         GOBACK
017503     END-IF
017504     OPEN I-O LOANMINS
017505     IF WS-MINS-STATUS = "35"
017506*        FIRST-EVER RUN - NO INSURANCE FILE YET, CREATE ONE
017507         OPEN OUTPUT LOANMINS
017508         CLOSE LOANMINS
017509         OPEN I-O LOANMINS
017510     END-IF
017511     IF WS-MINS-STATUS NOT = "00"
017512         DISPLAY "LOANCLUP: INSURANCE FILE LOANMINS NOT USABLE,"
017513             " STATUS=" WS-MINS-STATUS
017600         MOVE 16 TO RETURN-CODE
017700         GOBACK
017800     END-IF
022800* 2100-EDIT-TRANSACTION - REJECT A TRANSACTION BEFORE IT       *
022900*    TOUCHES THE COLLATERAL FILE. A HAZARD POLICY NEEDS A      *
023000*    CARRIER AND AN EXPIRATION DATE THE LAPSE CHECK CAN JUDGE. *
023001*    A PMI CARRIER IS MEANINGLESS WITHOUT THE ORIGINAL VALUE   *
023002*    THE LOAN-TO-VALUE RATIO IS MEASURED AGAINST.              *
023100*--------------------------------------------------------------*
023200 2100-EDIT-TRANSACTION.
023300     EVALUATE TRUE
024800                 TO WS-REJECT-REASON
024900         WHEN CL-INS-PREMIUM < ZERO
025000             MOVE "PREMIUM IS NEGATIVE"      TO WS-REJECT-REASON
025001         WHEN CL-ORIG-VALUE < ZERO
025002             MOVE "PROPERTY VALUE IS NEGATIVE" TO WS-REJECT-REASON
025003         WHEN CL-MI-PREMIUM < ZERO
025004             MOVE "PMI PREMIUM IS NEGATIVE"  TO WS-REJECT-REASON
025005         WHEN CL-MI-CARRIER NOT = SPACES AND CL-ORIG-VALUE = ZERO
025006             MOVE "PMI NEEDS ORIGINAL VALUE" TO WS-REJECT-REASON
025100     END-EVALUATE
025200     IF WS-REJECT-REASON NOT = SPACES
025300         MOVE "Y" TO WS-REJECT-SW
027300         PERFORM 2700-PRINT-APPLIED THRU 2700-PRINT-APPLIED-EXIT
027400         MOVE "AFTER " TO WI-TAG
027500         PERFORM 2600-PRINT-IMAGE THRU 2600-PRINT-IMAGE-EXIT
027501         PERFORM 2900-STORE-MI THRU 2900-STORE-MI-EXIT
027600     END-IF.
027700
027800 2200-APPLY-ADD-EXIT.
030500         ADD 1 TO WS-CHANGE-COUNT
030600         MOVE "AFTER " TO WI-TAG
030700         PERFORM 2600-PRINT-IMAGE THRU 2600-PRINT-IMAGE-EXIT
030701         PERFORM 2900-STORE-MI THRU 2900-STORE-MI-EXIT
030800     END-IF.
030900
031000 2300-APPLY-CHANGE-EXIT.
031200
031300*--------------------------------------------------------------*
031400* 2400-APPLY-DELETE - REMOVE A COLLATERAL RECORD, PRINTING     *
031401*    THE FINAL BEFORE IMAGE FOR THE REGISTER, AND ANY          *
031402*    MORTGAGE INSURANCE RECORD FOR THE SAME LOAN WITH IT       *
031600*--------------------------------------------------------------*
031700 2400-APPLY-DELETE.
031800     MOVE CL-LOAN-NUMBER TO CO-LOAN-NUMBER
033400     END-DELETE
033500     IF NOT TRAN-REJECTED
033600         ADD 1 TO WS-DELETE-COUNT
033601         MOVE CL-LOAN-NUMBER TO MI-LOAN-NUMBER
033602         DELETE LOANMINS
033603             INVALID KEY
033604                 CONTINUE
033605         END-DELETE
033700     END-IF.
033800
033900 2400-APPLY-DELETE-EXIT.
040800     EXIT.
040900
041000*--------------------------------------------------------------*
041001* 2900-STORE-MI - ADD OR REFRESH THE LOAN'S MORTGAGE INSURANCE *
041002*    RECORD. A NEW RECORD WITH A CARRIER STARTS ACTIVE; AN     *
041003*    EXISTING ONE KEEPS THE STATUS AND DATES LOANPMIC SET, SO  *
041004*    A CORRECTION CANNOT REVIVE A TERMINATED POLICY.           *
041005*--------------------------------------------------------------*
041006 2900-STORE-MI.
041007     IF CL-ORIG-VALUE = ZERO
041008         GO TO 2900-STORE-MI-EXIT
041009     END-IF
041010     MOVE CL-LOAN-NUMBER TO MI-LOAN-NUMBER
041011     READ LOANMINS
041012         INVALID KEY
041013             MOVE SPACES            TO LOANMINS-RECORD
041014             MOVE CL-LOAN-NUMBER    TO MI-LOAN-NUMBER
041015             MOVE "N"               TO MI-STATUS
041016             MOVE ZERO              TO MI-NOTICE-DATE
041017             MOVE ZERO              TO MI-TERM-DATE
041018             MOVE ZERO              TO MI-TERM-LTV
041019     END-READ
041020     MOVE CL-ORIG-VALUE     TO MI-ORIG-VALUE
041021     MOVE CL-MI-CARRIER     TO MI-CARRIER
041022     MOVE CL-MI-CERT-NUMBER TO MI-CERT-NUMBER
041023     MOVE CL-MI-PREMIUM     TO MI-PREMIUM
041024     IF MI-NONE AND CL-MI-CARRIER NOT = SPACES
041025         MOVE "A" TO MI-STATUS
041026     END-IF
041027     IF WS-MINS-STATUS = "00"
041028         REWRITE LOANMINS-RECORD
041029             INVALID KEY
041030                 DISPLAY "LOANCLUP: LOANMINS REWRITE FAILED "
041031                     MI-LOAN-NUMBER
041032         END-REWRITE
041033     ELSE
041034         WRITE LOANMINS-RECORD
041035             INVALID KEY
041036                 DISPLAY "LOANCLUP: LOANMINS WRITE FAILED "
041037                     MI-LOAN-NUMBER
041038         END-WRITE
041039     END-IF
041040     ADD 1 TO WS-MI-COUNT
041041     MOVE "PMI   "       TO WM-TAG
041042     MOVE MI-CARRIER     TO WM-CARRIER
041043     MOVE MI-ORIG-VALUE  TO WM-ORIG-VALUE
041044     MOVE MI-PREMIUM     TO WM-PREMIUM
041045     MOVE MI-STATUS      TO WM-STATUS
041046     WRITE PRINT-LINE FROM WS-MI-IMAGE-LINE.
041047
041048 2900-STORE-MI-EXIT.
041049     EXIT.
041050
041051*--------------------------------------------------------------*
041100* 9000-TERMINATE - CONTROL TOTALS AT THE FOOT OF THE REGISTER  *
041200*--------------------------------------------------------------*
041300 9000-TERMINATE.
042700     MOVE "TRANSACTIONS REJECTED ." TO WX-LABEL
042800     MOVE WS-REJECT-COUNT           TO WX-COUNT
042900     WRITE PRINT-LINE FROM WS-TOTAL-LINE
042901     MOVE "PMI RECORDS STORED  . ." TO WX-LABEL
042902     MOVE WS-MI-COUNT               TO WX-COUNT
042903     WRITE PRINT-LINE FROM WS-TOTAL-LINE
043000     CLOSE LOANCLTR
043100     CLOSE LOANCOLL
043101     CLOSE LOANMINS
043200     CLOSE LOANCLRT
043300     CLOSE LOANRJCT
043400     DISPLAY "LOANCLUP: TRANSACTIONS=" WS-TRAN-COUNT
