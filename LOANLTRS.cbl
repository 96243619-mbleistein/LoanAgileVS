002150*               and the letters never outrun the aging report. *
002160*               Bankrupt loans keep their row while the stay   *
002170*               holds.                                         *
002171*  2026-09-22  LSG  Servicemember active-duty flag, service    *
002172*               dates, tax id and birth date appended to the   *
002173*               customer record layout. A notice for a         *
002174*               borrower on active duty, or within twelve      *
002175*               months after service ended, is held for review *
002176*               instead of mailed and listed on the register   *
002177*               as SCRA REVIEW.                                *
002178*  2026-09-27  LSG  Each late month's row is read directly     *
002179*               from the keyed numeric schedule LOANSKIX       *
002180*               instead of passing LOANSKED and de-editing it. *
002181*  2026-09-30  LSG  Each notice is also handed line by line to *
002182*               LOANDLVR, which routes it on the borrower's    *
002183*               delivery preference to the print-vendor mail   *
002184*               file or the e-delivery index. LOANNTLT is      *
002185*               still printed in full.                         *
002186*  2026-10-04  LSG  Each late notice sent is noted on the      *
002187*               loan's servicing notes through LOANNOTE:       *
002188*               contact type D, the LATE document type as the  *
002189*               reason, and the notice level and delivery      *
002190*               channel as the comment.                        *
002200*--------------------------------------------------------------*
002300
002400 ENVIRONMENT DIVISION.
003000     SELECT LOANDELQ ASSIGN TO "LOANDELQ"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-DELQ-STATUS.
003201     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
003202         ORGANIZATION IS INDEXED
003203         ACCESS MODE IS RANDOM
003204         RECORD KEY IS SX-KEY
003500         FILE STATUS IS WS-SKED-STATUS.
003600     SELECT LOANMAST ASSIGN TO "LOANMAST"
003700         ORGANIZATION IS INDEXED
006700     05 DQ-LATE-FEE              PIC S9(5)V99   COMP-3.
006800
006900*--------------------------------------------------------------*
006901* LOANSKIX - THE NIGHTLY SCHEDULE KEYED ON LOAN NUMBER AND     *
006902*    MONTH, AMOUNTS IN SIGNED NUMERIC FIELDS, READ DIRECTLY    *
006903*    FOR THE MONTH WANTED                                      *
007300*--------------------------------------------------------------*
007301 FD  LOANSKIX
007500     RECORDING MODE IS F.
007501 01  LOANSKIX-RECORD.
007502     05 SX-KEY.
007503         10 SX-LOAN-NUMBER       PIC X(10).
007504         10 SX-MONTH             PIC 9(04).
007505     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
007506     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
007507     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
007508     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
007509     05 SX-LATE-FLAG             PIC X(01).
007510     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
007511     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
007512     05 FILLER                   PIC X(10).
008600
008700*--------------------------------------------------------------*
008800* LOANMAST - READ FOR THE CUSTOMER ID AND THE STATUS CODE      *
011400     05 CU-STATE                 PIC X(02).
011500     05 CU-ZIP                   PIC X(09).
011600     05 CU-PHONE                 PIC X(15).
011601     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
011602         88 CU-ACTIVE-DUTY                      VALUE "Y".
011603     05 CU-SERVICE-START-DATE    PIC 9(08).
011604     05 CU-SERVICE-END-DATE      PIC 9(08).
011605     05 CU-TAX-ID                PIC X(09).
011606     05 CU-BIRTH-DATE            PIC 9(08).
011607     05 CU-EMAIL-ADDRESS         PIC X(40).
011608     05 CU-DELIVERY-PREF         PIC X(01).
011609         88 CU-DELIVER-PAPER                    VALUE " " "P".
011610         88 CU-DELIVER-ELECTRONIC               VALUE "E".
011700
011800*--------------------------------------------------------------*
011900* LOANNTCH - NOTICE HISTORY, ONE ROW PER LOAN: THE LEVEL OF    *
014800 77  WS-NTCH-STATUS              PIC X(02)      VALUE "00".
014900 77  WS-DELQ-EOF-SW              PIC X(01)      VALUE "N".
015000     88 END-OF-LOANDELQ                          VALUE "Y".
015001 77  WS-SKED-FOUND-SW            PIC X(01)      VALUE "N".
015002     88 SKED-ROW-FOUND                           VALUE "Y".
015300 77  WS-HOLD-LOAN-NUMBER         PIC X(10)      VALUE SPACES.
015400 77  WS-LATE-MONTHS              PIC S9(04)     COMP   VALUE ZERO.
015500 77  WS-FEE-TOTAL                PIC S9(7)V99   COMP-3 VALUE ZERO.
015600 77  WS-PASTDUE-TOTAL            PIC S9(7)V99   COMP-3 VALUE ZERO.
015900 77  WS-NOTICE-LEVEL             PIC 9(01)      VALUE ZERO.
016000 77  WS-TODAY-DATE               PIC 9(08)      VALUE ZERO.
016100 77  WS-LTR1-COUNT               PIC 9(07)      COMP   VALUE ZERO.
016300 77  WS-LTR3-COUNT               PIC 9(07)      COMP   VALUE ZERO.
016400 77  WS-SUPPRESS-COUNT           PIC 9(07)      COMP   VALUE ZERO.
016410 77  WS-CURE-COUNT               PIC 9(07)      COMP   VALUE ZERO.
016411 77  WS-SCRA-HOLD-COUNT          PIC 9(07)      COMP   VALUE ZERO.
016412 77  WS-SCRA-SW                  PIC X(01)      VALUE "N".
016413     88 SCRA-PROTECTED                          VALUE "Y".
016414 77  WS-SCRA-TAIL-MONTHS         PIC S9(04)     COMP   VALUE 12.
016415 77  WS-TODAY-NO                 PIC S9(06)     COMP   VALUE ZERO.
016416 77  WS-SVC-END-NO               PIC S9(06)     COMP   VALUE ZERO.
016420 77  WS-NTCH-DONE-SW             PIC X(01)      VALUE "N".
016430     88 NTCH-SCAN-DONE                           VALUE "Y".
016431
016432*--------------------------------------------------------------*
016433* WS-SCRA-DATE - A DATE BROKEN OUT TO YEAR AND MONTH           *
016434*--------------------------------------------------------------*
016435 01  WS-SCRA-DATE.
016436     05 WS-SD-DATE               PIC 9(08).
016437     05 WS-SD-PARTS REDEFINES WS-SD-DATE.
016438         10 WS-SD-YEAR           PIC 9(04).
016439         10 WS-SD-MONTH          PIC 9(02).
016440         10 WS-SD-DAY            PIC 9(02).
016500
016600 01  WS-LETTER-HEADING.
016700     05 WL-TITLE            PIC X(26).
019800     05 WX-LABEL                 PIC X(24).
019900     05 WX-COUNT                 PIC ZZZ,ZZ9.
020000
020001 01  WS-DELIVERY-REQUEST.
020002     03 WS-DV-FUNCTION           PIC X(01).
020003     03 WS-DV-DOC-TYPE           PIC X(04).
020004     03 WS-DV-PROGRAM            PIC X(09).
020005     03 WS-DV-LOAN-NUMBER        PIC X(10).
020006     03 WS-DV-CUSTOMER-ID        PIC X(10).
020007     03 WS-DV-LINE               PIC X(80).
020008     03 WS-DV-CHANNEL            PIC X(01).
020009     03 WS-DV-RESULT             PIC X(01).
020010         88 WS-DV-OK                             VALUE "Y".
020011
020012 01  WS-NOTE-REQUEST.
020013     03 WS-NQ-FUNCTION           PIC X(01).
020014     03 WS-NQ-LOAN-NUMBER        PIC X(10).
020015     03 WS-NQ-NOTE-DATE          PIC 9(08).
020016     03 WS-NQ-NOTE-TIME          PIC 9(08).
020017     03 WS-NQ-OPERATOR           PIC X(08).
020018     03 WS-NQ-CONTACT-TYPE       PIC X(01).
020019     03 WS-NQ-REASON-CODE        PIC X(04).
020020     03 WS-NQ-COMMENTS           PIC X(50).
020021     03 WS-NQ-RESULT             PIC X(01).
020022         88 WS-NQ-OK                             VALUE "Y".
020023 01  WS-NOTE-DOC-NAME            PIC X(30)      VALUE SPACES.
020024
020100 PROCEDURE DIVISION.
020200*--------------------------------------------------------------*
020300* 0000-MAINLINE                                                *
021900         DISPLAY "LOANLTRS: LOANDELQ MISSING OR EMPTY"
022000         MOVE "Y" TO WS-DELQ-EOF-SW
022100     END-IF
022101     OPEN INPUT LOANSKIX
022300     IF WS-SKED-STATUS NOT = "00"
022301         DISPLAY "LOANLTRS: SCHEDULE FILE LOANSKIX MISSING"
022500         MOVE 16 TO RETURN-CODE
022600         GOBACK
022700     END-IF
024600         GOBACK
024700     END-IF
024800     OPEN OUTPUT LOANNTLT
024801     MOVE "O"              TO WS-DV-FUNCTION
024802     MOVE "LATE"           TO WS-DV-DOC-TYPE
024803     MOVE "LOANLTRS "      TO WS-DV-PROGRAM
024804     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
024805     IF NOT WS-DV-OK
024806         DISPLAY "LOANLTRS: DOCUMENT ROUTING NOT AVAILABLE"
024807         MOVE 16 TO RETURN-CODE
024808         GOBACK
024809     END-IF
024810     MOVE "O"              TO WS-NQ-FUNCTION
024811     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST
024812     IF NOT WS-NQ-OK
024813         DISPLAY "LOANLTRS: NOTES FILE LOANSVNT NOT AVAILABLE,"
024814             " NO CONTACT NOTES WRITTEN"
024815     END-IF
024900     OPEN OUTPUT LOANNTRG
025000     MOVE WS-TODAY-DATE TO WRH-DATE
025100     WRITE REGISTER-LINE FROM WS-REGISTER-HEADING
025200     WRITE REGISTER-LINE FROM SPACES
025400     IF NOT END-OF-LOANDELQ
025500         READ LOANDELQ
025600             AT END MOVE "Y" TO WS-DELQ-EOF-SW
027900*--------------------------------------------------------------*
028000* 2100-ACCUMULATE-MONTH - ONE LATE MONTH: COUNT IT, ADD ITS    *
028100*    FEE, AND ADD ITS SCHEDULED PAYMENT PLUS ESCROW FROM THE   *
028101*    MATCHING SCHEDULE ROW TO THE PAST-DUE TOTAL               *
028300*--------------------------------------------------------------*
028400 2100-ACCUMULATE-MONTH.
028500     ADD 1 TO WS-LATE-MONTHS
028600     ADD DQ-LATE-FEE TO WS-FEE-TOTAL
028601     PERFORM 2150-READ-SKED THRU 2150-READ-SKED-EXIT
028602     IF SKED-ROW-FOUND
028603         ADD SX-PAYMENT TO WS-PASTDUE-TOTAL
028604         ADD SX-ESCROW  TO WS-PASTDUE-TOTAL
030000     END-IF
030100     READ LOANDELQ
030200         AT END MOVE "Y" TO WS-DELQ-EOF-SW
030600     EXIT.
030700
030800*--------------------------------------------------------------*
030801* 2150-READ-SKED - THE LATE MONTH'S ROW, READ DIRECTLY FROM    *
030802*    THE KEYED SCHEDULE                                        *
031100*--------------------------------------------------------------*
031200 2150-READ-SKED.
031201     MOVE "Y"            TO WS-SKED-FOUND-SW
031202     MOVE DQ-LOAN-NUMBER TO SX-LOAN-NUMBER
031203     MOVE DQ-MONTH       TO SX-MONTH
031204     READ LOANSKIX
031205         INVALID KEY
031206             MOVE "N" TO WS-SKED-FOUND-SW
031900     END-READ.
032000
032100 2150-READ-SKED-EXIT.
034091         END-IF
034100         GO TO 2300-PRODUCE-NOTICE-EXIT
034200     END-IF
034201*    A SERVICEMEMBER'S NOTICE IS HELD FOR REVIEW, NOT MAILED.
034202*    THE HISTORY ROW IS STAMPED BUT NOT ESCALATED, AS FOR A
034203*    BANKRUPT LOAN, AND THE LOAN IS LISTED ON THE REGISTER.
034204     PERFORM 2350-CHECK-SCRA THRU 2350-CHECK-SCRA-EXIT
034205     IF SCRA-PROTECTED
034206         ADD 1 TO WS-SCRA-HOLD-COUNT
034207         MOVE WS-HOLD-LOAN-NUMBER TO NT-LOAN-NUMBER
034208         READ LOANNTCH
034209         IF WS-NTCH-STATUS = "00"
034210             MOVE WS-TODAY-DATE TO NT-LAST-DATE
034211             REWRITE LOANNTCH-RECORD
034212                 INVALID KEY
034213                     DISPLAY "LOANLTRS: HISTORY REWRITE FAILED, "
034214                         WS-HOLD-LOAN-NUMBER
034215             END-REWRITE
034216         END-IF
034217         MOVE WS-HOLD-LOAN-NUMBER TO WR-LOAN-NUMBER
034218         MOVE "SCRA REVIEW " TO WR-LEVEL
034219         MOVE WS-LATE-MONTHS TO WR-LATE-MONTHS
034220         COMPUTE WR-AMOUNT = WS-PASTDUE-TOTAL + WS-FEE-TOTAL
034221         WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL
034222         GO TO 2300-PRODUCE-NOTICE-EXIT
034223     END-IF
034300     MOVE WS-HOLD-LOAN-NUMBER TO NT-LOAN-NUMBER
034400     READ LOANNTCH
034500     IF WS-NTCH-STATUS = "00"
037700     END-EVALUATE.
037800
037900 2300-PRODUCE-NOTICE-EXIT.
037901     EXIT.
037902
037903*--------------------------------------------------------------*
037904* 2350-CHECK-SCRA - THE BORROWER IS PROTECTED WHILE ON ACTIVE  *
037905*    DUTY AND FOR THE TAIL MONTHS AFTER SERVICE ENDS           *
037906*--------------------------------------------------------------*
037907 2350-CHECK-SCRA.
037908     MOVE "N" TO WS-SCRA-SW
037909     MOVE LM-CUSTOMER-ID TO CU-CUSTOMER-ID
037910     READ LOANCUST
037911     IF WS-CUST-STATUS NOT = "00"
037912         GO TO 2350-CHECK-SCRA-EXIT
037913     END-IF
037914     IF CU-ACTIVE-DUTY
037915         MOVE "Y" TO WS-SCRA-SW
037916         GO TO 2350-CHECK-SCRA-EXIT
037917     END-IF
037918     IF CU-SERVICE-START-DATE NOT NUMERIC
037919             OR CU-SERVICE-START-DATE = ZERO
037920         GO TO 2350-CHECK-SCRA-EXIT
037921     END-IF
037922     IF CU-SERVICE-END-DATE NOT NUMERIC
037923             OR CU-SERVICE-END-DATE = ZERO
037924         MOVE "Y" TO WS-SCRA-SW
037925         GO TO 2350-CHECK-SCRA-EXIT
037926     END-IF
037927     MOVE WS-TODAY-DATE TO WS-SD-DATE
037928     COMPUTE WS-TODAY-NO = (WS-SD-YEAR * 12) + WS-SD-MONTH
037929     MOVE CU-SERVICE-END-DATE TO WS-SD-DATE
037930     COMPUTE WS-SVC-END-NO = (WS-SD-YEAR * 12) + WS-SD-MONTH
037931     IF WS-TODAY-NO NOT > WS-SVC-END-NO + WS-SCRA-TAIL-MONTHS
037932         MOVE "Y" TO WS-SCRA-SW
037933     END-IF.
037934
037935 2350-CHECK-SCRA-EXIT.
038000     EXIT.
038100
038200*--------------------------------------------------------------*
038700     EVALUATE WS-NOTICE-LEVEL
038800         WHEN 1
038900             MOVE "FIRST LATE NOTICE -       " TO WL-TITLE
038901             MOVE "FIRST LATE NOTICE"          TO WS-NOTE-DOC-NAME
039000         WHEN 2
039100             MOVE "SECOND LATE NOTICE -      " TO WL-TITLE
039101             MOVE "SECOND LATE NOTICE"         TO WS-NOTE-DOC-NAME
039200         WHEN OTHER
039300             MOVE "FINAL DEMAND -            " TO WL-TITLE
039301             MOVE "FINAL DEMAND NOTICE"        TO WS-NOTE-DOC-NAME
039400     END-EVALUATE
039500     MOVE WS-HOLD-LOAN-NUMBER TO WL-LOAN-NUMBER
039501     MOVE "B"              TO WS-DV-FUNCTION
039502     MOVE WS-HOLD-LOAN-NUMBER TO WS-DV-LOAN-NUMBER
039503     MOVE LM-CUSTOMER-ID   TO WS-DV-CUSTOMER-ID
039504     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
039505     MOVE WS-LETTER-HEADING    TO WS-DV-LINE
039506     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
039700
039800     MOVE LM-CUSTOMER-ID TO CU-CUSTOMER-ID
039900     READ LOANCUST
040300     END-IF
040400     MOVE "BORROWER: " TO WN-TEXT
040500     MOVE CU-NAME      TO WN-VALUE
040501     MOVE WS-LETTER-NAME-LINE  TO WS-DV-LINE
040502     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
040700     MOVE SPACES       TO WN-TEXT
040800     MOVE CU-ADDR-1    TO WN-VALUE
040801     MOVE WS-LETTER-NAME-LINE  TO WS-DV-LINE
040802     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
041000     IF CU-ADDR-2 NOT = SPACES
041100         MOVE CU-ADDR-2 TO WN-VALUE
041101         MOVE WS-LETTER-NAME-LINE  TO WS-DV-LINE
041102         PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
041300     END-IF
041400     MOVE SPACES TO WN-VALUE
041500     STRING CU-CITY DELIMITED BY "  "
041900            CU-ZIP DELIMITED BY SIZE
042000         INTO WN-VALUE
042100     END-STRING
042101     MOVE WS-LETTER-NAME-LINE  TO WS-DV-LINE
042102     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
042103     MOVE SPACES               TO WS-DV-LINE
042104     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
042400
042500     MOVE "MONTHS PAST DUE . . . . . . . " TO WA-LABEL
042600     COMPUTE WA-AMOUNT = WS-LATE-MONTHS
042601     MOVE WS-LETTER-AMOUNT-LINE TO WS-DV-LINE
042602     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
042800     MOVE "AMOUNT PAST DUE . . . . . . . " TO WA-LABEL
042900     MOVE WS-PASTDUE-TOTAL                 TO WA-AMOUNT
042901     MOVE WS-LETTER-AMOUNT-LINE TO WS-DV-LINE
042902     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
043100     MOVE "LATE FEES ASSESSED  . . . . . " TO WA-LABEL
043200     MOVE WS-FEE-TOTAL                     TO WA-AMOUNT
043201     MOVE WS-LETTER-AMOUNT-LINE TO WS-DV-LINE
043202     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
043400     MOVE "TOTAL TO BRING CURRENT  . . . " TO WA-LABEL
043500     COMPUTE WA-AMOUNT = WS-PASTDUE-TOTAL + WS-FEE-TOTAL
043501     MOVE WS-LETTER-AMOUNT-LINE TO WS-DV-LINE
043502     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
043700     IF WS-NOTICE-LEVEL = 3
043701         MOVE WS-LETTER-DEMAND-LINE TO WS-DV-LINE
043702         PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
043900     END-IF
043901     MOVE "E"              TO WS-DV-FUNCTION
043902     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
043903     PERFORM 2950-NOTE-DOCUMENT THRU 2950-NOTE-DOCUMENT-EXIT
044000     WRITE PRINT-LINE FROM SPACES.
044100
044200 2400-PRINT-LETTER-EXIT.
046356     EXIT.
046400
046500*--------------------------------------------------------------*
046501* 2900-PUT-DOC-LINE - PRINT ONE LINE OF THE DOCUMENT AND HAND  *
046502*    IT TO LOANDLVR FOR THE BORROWER'S DELIVERY CHANNEL        *
046503*--------------------------------------------------------------*
046504 2900-PUT-DOC-LINE.
046505     WRITE PRINT-LINE FROM WS-DV-LINE
046506     MOVE "L"              TO WS-DV-FUNCTION
046507     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST.
046508
046509 2900-PUT-DOC-LINE-EXIT.
046510     EXIT.
046511
046512*--------------------------------------------------------------*
046513* 2950-NOTE-DOCUMENT - LEAVE A SERVICING NOTE ON THE LOAN THAT *
046514*    THE DOCUMENT NAMED IN WS-NOTE-DOC-NAME WENT OUT, AND HOW  *
046515*--------------------------------------------------------------*
046516 2950-NOTE-DOCUMENT.
046517     MOVE "W"               TO WS-NQ-FUNCTION
046518     MOVE WS-DV-LOAN-NUMBER TO WS-NQ-LOAN-NUMBER
046519     MOVE "LOANLTRS"        TO WS-NQ-OPERATOR
046520     MOVE "D"               TO WS-NQ-CONTACT-TYPE
046521     MOVE WS-DV-DOC-TYPE    TO WS-NQ-REASON-CODE
046522     MOVE SPACES            TO WS-NQ-COMMENTS
046523     IF WS-DV-CHANNEL = "E"
046524         STRING WS-NOTE-DOC-NAME DELIMITED BY "  "
046525                " SENT ELECTRONICALLY" DELIMITED BY SIZE
046526             INTO WS-NQ-COMMENTS
046527         END-STRING
046528     ELSE
046529         STRING WS-NOTE-DOC-NAME DELIMITED BY "  "
046530                " MAILED" DELIMITED BY SIZE
046531             INTO WS-NQ-COMMENTS
046532         END-STRING
046533     END-IF
046534     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST.
046535
046536 2950-NOTE-DOCUMENT-EXIT.
046537     EXIT.
046538
046539*--------------------------------------------------------------*
046600* 9000-TERMINATE - CONTROL TOTALS AT THE FOOT OF THE REGISTER  *
046700*--------------------------------------------------------------*
046800 9000-TERMINATE.
048110     MOVE "CURED LOANS CLEARED . ." TO WX-LABEL
048120     MOVE WS-CURE-COUNT             TO WX-COUNT
048130     WRITE REGISTER-LINE FROM WS-TOTAL-LINE
048131     MOVE "SCRA HELD FOR REVIEW  ." TO WX-LABEL
048132     MOVE WS-SCRA-HOLD-COUNT        TO WX-COUNT
048133     WRITE REGISTER-LINE FROM WS-TOTAL-LINE
048200     IF WS-DELQ-STATUS = "00" OR WS-DELQ-STATUS = "10"
048300         CLOSE LOANDELQ
048400     END-IF
048401     CLOSE LOANSKIX
048600     CLOSE LOANMAST
048700     CLOSE LOANCUST
048800     CLOSE LOANNTCH
048801     MOVE "C"              TO WS-DV-FUNCTION
048802     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
048803     MOVE "C"              TO WS-NQ-FUNCTION
048804     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST
048900     CLOSE LOANNTLT
049000     CLOSE LOANNTRG
049100     DISPLAY "LOANLTRS: 1ST=" WS-LTR1-COUNT
049200         " 2ND=" WS-LTR2-COUNT
049300         " FINAL=" WS-LTR3-COUNT
049400         " SUPPRESSED=" WS-SUPPRESS-COUNT
049401         " CURED=" WS-CURE-COUNT
049402         " SCRA HELD=" WS-SCRA-HOLD-COUNT.
049500
049600 END PROGRAM LOANLTRS.
