001514*               master record layout.                           *
001515*  2026-09-02  LSG  Buydown step fields added to the            *
001516*               master record layout.                           *
001517*  2026-09-22  LSG  Servicemember flag added: the borrower is  *
001518*               read from LOANCUST and a loan on active duty,  *
001519*               or within twelve months after service ended,   *
001520*               is marked SCRA on the work queue and counted   *
001521*               at the foot of the report.                     *
001522*  2026-09-30  LSG  Email address and paper or electronic      *
001523*               delivery preference appended to the customer   *
001524*               record layout.                                 *
001525*  2026-10-04  LSG  Each loan on the collections queue is      *
001526*               followed by its last five servicing notes from *
001527*               LOANSVNT through LOANNOTE, with a count of any *
001528*               older notes not shown. A missing notes file    *
001529*               prints the queue without them.                 *
001600*--------------------------------------------------------------*
001700
001800 ENVIRONMENT DIVISION.
002900         ACCESS MODE IS RANDOM
003000         RECORD KEY IS LM-LOAN-NUMBER
003100         FILE STATUS IS WS-MAST-STATUS.
003101     SELECT LOANCUST ASSIGN TO "LOANCUST"
003102         ORGANIZATION IS INDEXED
003103         ACCESS MODE IS RANDOM
003104         RECORD KEY IS CU-CUSTOMER-ID
003105         FILE STATUS IS WS-CUST-STATUS.
003200     SELECT LOANAGRPT ASSIGN TO "LOANAGRPT"
003300         ORGANIZATION IS SEQUENTIAL.
003400
007225         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
007300
007400*--------------------------------------------------------------*
007401* LOANCUST - CUSTOMER MASTER, READ FOR THE SERVICEMEMBER FLAG  *
007402*            AND SERVICE DATES                                 *
007403*--------------------------------------------------------------*
007404 FD  LOANCUST
007405     RECORDING MODE IS F.
007406 01  LOANCUST-RECORD.
007407     05 CU-CUSTOMER-ID           PIC X(10).
007408     05 CU-NAME                  PIC X(30).
007409     05 CU-ADDR-1                PIC X(30).
007410     05 CU-ADDR-2                PIC X(30).
007411     05 CU-CITY                  PIC X(20).
007412     05 CU-STATE                 PIC X(02).
007413     05 CU-ZIP                   PIC X(09).
007414     05 CU-PHONE                 PIC X(15).
007415     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
007416         88 CU-ACTIVE-DUTY                      VALUE "Y".
007417     05 CU-SERVICE-START-DATE    PIC 9(08).
007418     05 CU-SERVICE-END-DATE      PIC 9(08).
007419     05 CU-TAX-ID                PIC X(09).
007420     05 CU-BIRTH-DATE            PIC 9(08).
007421     05 CU-EMAIL-ADDRESS         PIC X(40).
007422     05 CU-DELIVERY-PREF         PIC X(01).
007423         88 CU-DELIVER-PAPER                    VALUE " " "P".
007424         88 CU-DELIVER-ELECTRONIC               VALUE "E".
007425
007426*--------------------------------------------------------------*
007500* LOANAGRPT - PRINTED AGING AND WORK-QUEUE REPORT              *
007600*--------------------------------------------------------------*
007700 FD  LOANAGRPT
008100 WORKING-STORAGE SECTION.
008200 77  WS-DELQ-STATUS              PIC X(02)      VALUE "00".
008300 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
008301 77  WS-CUST-STATUS              PIC X(02)      VALUE "00".
008302 77  WS-CUST-OPEN-SW             PIC X(01)      VALUE "N".
008303     88 CUST-FILE-OPEN                           VALUE "Y".
008400 77  WS-DELQ-EOF-SW              PIC X(01)      VALUE "N".
008500     88 END-OF-LOANDELQ                          VALUE "Y".
008600 77  WS-HOLD-LOAN-NUMBER         PIC X(10)      VALUE SPACES.
009200 77  WS-Q-COUNT                  PIC S9(04)     COMP   VALUE ZERO.
009300 77  WS-Q-SUB                    PIC S9(04)     COMP   VALUE ZERO.
009400 77  WS-Q-SUB-2                  PIC S9(04)     COMP   VALUE ZERO.
009401 77  WS-NOTE-OPEN-SW             PIC X(01)      VALUE "N".
009402     88 NOTES-AVAILABLE                         VALUE "Y".
009403 77  WS-NOTE-COUNT               PIC S9(04)     COMP   VALUE ZERO.
009404 77  WS-NOTE-KEPT                PIC S9(04)     COMP   VALUE ZERO.
009405 77  WS-NOTE-SUB                 PIC S9(04)     COMP   VALUE ZERO.
009500 77  WS-SWAP-SW                  PIC X(01)      VALUE "N".
009600     88 QUEUE-SWAPPED                            VALUE "Y".
009700 77  WS-BUCKET                   PIC 9(01)      VALUE ZERO.
009701 77  WS-SCRA-SW                  PIC X(01)      VALUE "N".
009702     88 SCRA-PROTECTED                          VALUE "Y".
009703 77  WS-SCRA-COUNT               PIC S9(07)     COMP-3 VALUE ZERO.
009704 77  WS-SCRA-TAIL-MONTHS         PIC S9(04)     COMP   VALUE 12.
009705 77  WS-TODAY-DATE               PIC 9(08)      VALUE ZERO.
009706 77  WS-TODAY-NO                 PIC S9(06)     COMP   VALUE ZERO.
009707 77  WS-SVC-END-NO               PIC S9(06)     COMP   VALUE ZERO.
009708
009709*--------------------------------------------------------------*
009710* WS-SCRA-DATE - A DATE BROKEN OUT TO YEAR AND MONTH           *
009711*--------------------------------------------------------------*
009712 01  WS-SCRA-DATE.
009713     05 WS-SD-DATE               PIC 9(08).
009714     05 WS-SD-PARTS REDEFINES WS-SD-DATE.
009715         10 WS-SD-YEAR           PIC 9(04).
009716         10 WS-SD-MONTH          PIC 9(02).
009717         10 WS-SD-DAY            PIC 9(02).
009718
009719*--------------------------------------------------------------*
009720* WS-NOTE-TABLE - THE LAST FIVE SERVICING NOTES OF THE LOAN    *
009721*    BEING PRINTED, OLDEST FIRST; ONCE FULL, EACH LATER NOTE   *
009722*    PUSHES THE OLDEST ONE OFF THE TOP                         *
009723*--------------------------------------------------------------*
009724 01  WS-NOTE-TABLE.
009725     05 WS-NT-ENTRY OCCURS 5 TIMES.
009726         10 WS-NT-DATE           PIC 9(08).
009727         10 WS-NT-OPERATOR       PIC X(08).
009728         10 WS-NT-CONTACT-TYPE   PIC X(01).
009729         10 WS-NT-REASON-CODE    PIC X(04).
009730         10 WS-NT-COMMENTS       PIC X(50).
009800
009900*--------------------------------------------------------------*
010000* WS-QUEUE-TABLE - ONE ENTRY PER DELINQUENT LOAN, SORTED INTO  *
010900         10 WS-Q-MAX-RUN         PIC S9(04)     COMP.
011000         10 WS-Q-FEES            PIC S9(7)V99   COMP-3.
011100         10 WS-Q-PRINCIPAL       PIC S9(8)      COMP-3.
011101         10 WS-Q-SCRA-FLAG       PIC X(04).
011200 01  WS-Q-HOLD-ENTRY.
011300     05 WS-H-LOAN-NUMBER         PIC X(10).
011400     05 WS-H-BUCKET              PIC 9(01).
011600     05 WS-H-MAX-RUN             PIC S9(04)     COMP.
011700     05 WS-H-FEES                PIC S9(7)V99   COMP-3.
011800     05 WS-H-PRINCIPAL           PIC S9(8)      COMP-3.
011801     05 WS-H-SCRA-FLAG           PIC X(04).
011900
012000 01  WS-BUCKET-TOTALS.
012100     05 WS-BKT-ENTRY OCCURS 4 TIMES.
013200     05 FILLER              PIC X(20)
013210         VALUE "LATE RUN      FEES  ".
013300     05 FILLER              PIC X(12)  VALUE "   PRINCIPAL".
013301     05 FILLER              PIC X(05)  VALUE " FLAG".
013400
013500 01  WS-DETAIL-LINE.
013600     05 WD-RANK                  PIC ZZZ9.
014600     05 WD-FEES                  PIC ZZ,ZZ9.99.
014700     05 FILLER                   PIC X(01)      VALUE SPACES.
014800     05 WD-PRINCIPAL             PIC ZZ,ZZZ,ZZ9.
014801     05 FILLER                   PIC X(01)      VALUE SPACES.
014802     05 WD-SCRA-FLAG             PIC X(04).
014900
015000 01  WS-BUCKET-LINE.
015100     05 WB-LABEL                 PIC X(12).
015400     05 WB-PRINC                 PIC Z,ZZZ,ZZZ,ZZ9.99.
015500     05 FILLER                   PIC X(02)      VALUE SPACES.
015600     05 WB-FEES                  PIC ZZZ,ZZ9.99.
015601
015602 01  WS-SCRA-LINE.
015603     05 FILLER                   PIC X(12)
015604         VALUE "SCRA REVIEW ".
015605     05 WV-SCRA-LOANS            PIC ZZZ,ZZ9.
015606     05 FILLER                   PIC X(41)      VALUE
015607         "  LOANS - NO ADVERSE ACTION BEFORE REVIEW".
015700
015701 01  WS-NOTE-HEADING.
015702     05 FILLER                   PIC X(20)
015703         VALUE "  NOTE DATE OPERATOR".
015704     05 FILLER                   PIC X(20)
015705         VALUE " T RSN  COMMENTS    ".
015706
015707 01  WS-NOTE-LINE.
015708     05 FILLER                   PIC X(02)      VALUE SPACES.
015709     05 WN-NOTE-DATE             PIC 9(08).
015710     05 FILLER                   PIC X(01)      VALUE SPACES.
015711     05 WN-OPERATOR              PIC X(08).
015712     05 FILLER                   PIC X(01)      VALUE SPACES.
015713     05 WN-CONTACT-TYPE          PIC X(01).
015714     05 FILLER                   PIC X(01)      VALUE SPACES.
015715     05 WN-REASON-CODE           PIC X(04).
015716     05 FILLER                   PIC X(01)      VALUE SPACES.
015717     05 WN-COMMENTS              PIC X(50).
015718
015719 01  WS-NOTE-MORE-LINE.
015720     05 FILLER                   PIC X(02)      VALUE SPACES.
015721     05 WM-EARLIER               PIC ZZZ9.
015722     05 FILLER                   PIC X(24)      VALUE
015723         " EARLIER NOTES NOT SHOWN".
015724
015725 01  WS-NOTE-REQUEST.
015726     03 WS-NQ-FUNCTION           PIC X(01).
015727     03 WS-NQ-LOAN-NUMBER        PIC X(10).
015728     03 WS-NQ-NOTE-DATE          PIC 9(08).
015729     03 WS-NQ-NOTE-TIME          PIC 9(08).
015730     03 WS-NQ-OPERATOR           PIC X(08).
015731     03 WS-NQ-CONTACT-TYPE       PIC X(01).
015732     03 WS-NQ-REASON-CODE        PIC X(04).
015733     03 WS-NQ-COMMENTS           PIC X(50).
015734     03 WS-NQ-RESULT             PIC X(01).
015735         88 WS-NQ-OK                             VALUE "Y".
015736
015800 PROCEDURE DIVISION.
015900*--------------------------------------------------------------*
016000* 0000-MAINLINE                                                *
018030         MOVE 16 TO RETURN-CODE
018040         GOBACK
018050     END-IF
018051     OPEN INPUT LOANCUST
018052     IF WS-CUST-STATUS = "00"
018053         MOVE "Y" TO WS-CUST-OPEN-SW
018054     ELSE
018055         DISPLAY "LOANAGNG: CUSTOMER FILE LOANCUST MISSING,"
018056             " NO SCRA FLAGS SHOWN"
018057     END-IF
018058     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
018059     MOVE WS-TODAY-DATE TO WS-SD-DATE
018060     COMPUTE WS-TODAY-NO = (WS-SD-YEAR * 12) + WS-SD-MONTH
018100     OPEN OUTPUT LOANAGRPT
018101     MOVE "O"              TO WS-NQ-FUNCTION
018102     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST
018103     IF WS-NQ-OK
018104         MOVE "Y" TO WS-NOTE-OPEN-SW
018105     ELSE
018106         DISPLAY "LOANAGNG: NOTES FILE LOANSVNT NOT AVAILABLE,"
018107             " NO SERVICING NOTES SHOWN"
018108     END-IF
018200     PERFORM VARYING WS-Q-SUB FROM 1 BY 1 UNTIL WS-Q-SUB > 4
018300         MOVE ZERO TO WS-BKT-LOANS(WS-Q-SUB)
018400         MOVE ZERO TO WS-BKT-PRINC(WS-Q-SUB)
025640             AND (LM-STAT-BANKRUPT OR LM-STAT-FORECLOSE)
025650         MOVE 4 TO WS-BUCKET
025660     END-IF
025661     PERFORM 2300-CHECK-SCRA THRU 2300-CHECK-SCRA-EXIT
025700
025800     IF WS-Q-COUNT >= 500
025900         DISPLAY "LOANAGNG: QUEUE TABLE FULL, LOAN "
026700     MOVE WS-MAX-RUN          TO WS-Q-MAX-RUN(WS-Q-COUNT)
026800     MOVE WS-FEE-TOTAL        TO WS-Q-FEES(WS-Q-COUNT)
026900     MOVE LM-PRINCIPAL        TO WS-Q-PRINCIPAL(WS-Q-COUNT)
026901     MOVE SPACES              TO WS-Q-SCRA-FLAG(WS-Q-COUNT)
026902     IF SCRA-PROTECTED
026903         MOVE "SCRA"          TO WS-Q-SCRA-FLAG(WS-Q-COUNT)
026904     END-IF
027000
027100 2200-QUEUE-LOAN-TOTALS.
027200     ADD 1             TO WS-BKT-LOANS(WS-BUCKET)
027400     ADD WS-FEE-TOTAL  TO WS-BKT-FEES(WS-BUCKET).
027500
027600 2200-QUEUE-LOAN-EXIT.
027601     EXIT.
027602
027603*--------------------------------------------------------------*
027604* 2300-CHECK-SCRA - A BORROWER ON ACTIVE DUTY, OR WITHIN THE   *
027605*    TAIL MONTHS AFTER SERVICE ENDED, IS FLAGGED SO COLLECTORS *
027606*    TAKE NO ADVERSE ACTION WITHOUT REVIEW                     *
027607*--------------------------------------------------------------*
027608 2300-CHECK-SCRA.
027609     MOVE "N" TO WS-SCRA-SW
027610     IF WS-MAST-STATUS NOT = "00" OR NOT CUST-FILE-OPEN
027611         GO TO 2300-CHECK-SCRA-EXIT
027612     END-IF
027613     MOVE LM-CUSTOMER-ID TO CU-CUSTOMER-ID
027614     READ LOANCUST
027615     IF WS-CUST-STATUS NOT = "00"
027616         GO TO 2300-CHECK-SCRA-EXIT
027617     END-IF
027618     IF CU-ACTIVE-DUTY
027619         MOVE "Y" TO WS-SCRA-SW
027620     ELSE
027621         IF CU-SERVICE-START-DATE NUMERIC
027622                 AND CU-SERVICE-START-DATE NOT = ZERO
027623             IF CU-SERVICE-END-DATE NOT NUMERIC
027624                     OR CU-SERVICE-END-DATE = ZERO
027625                 MOVE "Y" TO WS-SCRA-SW
027626             ELSE
027627                 MOVE CU-SERVICE-END-DATE TO WS-SD-DATE
027628                 COMPUTE WS-SVC-END-NO =
027629                     (WS-SD-YEAR * 12) + WS-SD-MONTH
027630                 IF WS-TODAY-NO NOT >
027631                         WS-SVC-END-NO + WS-SCRA-TAIL-MONTHS
027632                     MOVE "Y" TO WS-SCRA-SW
027633                 END-IF
027634             END-IF
027635         END-IF
027636     END-IF
027637     IF SCRA-PROTECTED
027638         ADD 1 TO WS-SCRA-COUNT
027639     END-IF.
027640
027641 2300-CHECK-SCRA-EXIT.
027700     EXIT.
027800
027900*--------------------------------------------------------------*
031700 4000-PRINT-REPORT.
031800     WRITE PRINT-LINE FROM WS-REPORT-HEADING
031900     WRITE PRINT-LINE FROM WS-COLUMN-HEADING
031901     IF NOTES-AVAILABLE
031902         WRITE PRINT-LINE FROM WS-NOTE-HEADING
031903     END-IF
032000     PERFORM 4100-PRINT-QUEUE-LINE
032100         THRU 4100-PRINT-QUEUE-LINE-EXIT
032200         VARYING WS-Q-SUB FROM 1 BY 1
033920     MOVE WS-BKT-LOANS(4) TO WB-LOANS
033930     MOVE WS-BKT-PRINC(4) TO WB-PRINC
033940     MOVE WS-BKT-FEES(4)  TO WB-FEES
033941     WRITE PRINT-LINE FROM WS-BUCKET-LINE
033942     MOVE WS-SCRA-COUNT   TO WV-SCRA-LOANS
033943     WRITE PRINT-LINE FROM WS-SCRA-LINE.
034000
034100 4000-PRINT-REPORT-EXIT.
034200     EXIT.
035600     MOVE WS-Q-MAX-RUN(WS-Q-SUB)      TO WD-MAX-RUN
035700     MOVE WS-Q-FEES(WS-Q-SUB)         TO WD-FEES
035800     MOVE WS-Q-PRINCIPAL(WS-Q-SUB)    TO WD-PRINCIPAL
035801     MOVE WS-Q-SCRA-FLAG(WS-Q-SUB)    TO WD-SCRA-FLAG
035900     WRITE PRINT-LINE FROM WS-DETAIL-LINE
035901     PERFORM 4200-PRINT-LOAN-NOTES
035902         THRU 4200-PRINT-LOAN-NOTES-EXIT.
036000
036100 4100-PRINT-QUEUE-LINE-EXIT.
036101     EXIT.
036102
036103*--------------------------------------------------------------*
036104* 4200-PRINT-LOAN-NOTES - THE LOAN'S LAST FIVE SERVICING NOTES *
036105*    UNDER ITS QUEUE LINE SO THE COLLECTOR HAS THE CONTACT     *
036106*    HISTORY IN HAND BEFORE CALLING, WITH A COUNT OF ANY       *
036107*    OLDER NOTES LEFT OFF                                      *
036108*--------------------------------------------------------------*
036109 4200-PRINT-LOAN-NOTES.
036110     MOVE ZERO TO WS-NOTE-COUNT
036111     MOVE ZERO TO WS-NOTE-KEPT
036112     IF NOT NOTES-AVAILABLE
036113         GO TO 4200-PRINT-LOAN-NOTES-EXIT
036114     END-IF
036115     MOVE "S"                        TO WS-NQ-FUNCTION
036116     MOVE WS-Q-LOAN-NUMBER(WS-Q-SUB) TO WS-NQ-LOAN-NUMBER
036117     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST
036118     IF NOT WS-NQ-OK
036119         GO TO 4200-PRINT-LOAN-NOTES-EXIT
036120     END-IF
036121     MOVE "N"              TO WS-NQ-FUNCTION
036122     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST
036123     PERFORM 4210-KEEP-NOTE THRU 4210-KEEP-NOTE-EXIT
036124         UNTIL NOT WS-NQ-OK
036125     IF WS-NOTE-COUNT > WS-NOTE-KEPT
036126         COMPUTE WM-EARLIER = WS-NOTE-COUNT - WS-NOTE-KEPT
036127         WRITE PRINT-LINE FROM WS-NOTE-MORE-LINE
036128     END-IF
036129     PERFORM 4230-PRINT-NOTE THRU 4230-PRINT-NOTE-EXIT
036130         VARYING WS-NOTE-SUB FROM 1 BY 1
036131         UNTIL WS-NOTE-SUB > WS-NOTE-KEPT.
036132
036133 4200-PRINT-LOAN-NOTES-EXIT.
036134     EXIT.
036135
036136 4210-KEEP-NOTE.
036137     ADD 1 TO WS-NOTE-COUNT
036138     IF WS-NOTE-KEPT < 5
036139         ADD 1 TO WS-NOTE-KEPT
036140     ELSE
036141         PERFORM 4220-DROP-OLDEST THRU 4220-DROP-OLDEST-EXIT
036142             VARYING WS-NOTE-SUB FROM 1 BY 1
036143             UNTIL WS-NOTE-SUB > 4
036144     END-IF
036145     MOVE WS-NQ-NOTE-DATE    TO WS-NT-DATE(WS-NOTE-KEPT)
036146     MOVE WS-NQ-OPERATOR     TO WS-NT-OPERATOR(WS-NOTE-KEPT)
036147     MOVE WS-NQ-CONTACT-TYPE TO WS-NT-CONTACT-TYPE(WS-NOTE-KEPT)
036148     MOVE WS-NQ-REASON-CODE  TO WS-NT-REASON-CODE(WS-NOTE-KEPT)
036149     MOVE WS-NQ-COMMENTS     TO WS-NT-COMMENTS(WS-NOTE-KEPT)
036150     MOVE "N"              TO WS-NQ-FUNCTION
036151     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST.
036152
036153 4210-KEEP-NOTE-EXIT.
036154     EXIT.
036155
036156 4220-DROP-OLDEST.
036157     MOVE WS-NT-ENTRY(WS-NOTE-SUB + 1)
036158         TO WS-NT-ENTRY(WS-NOTE-SUB).
036159
036160 4220-DROP-OLDEST-EXIT.
036161     EXIT.
036162
036163 4230-PRINT-NOTE.
036164     MOVE WS-NT-DATE(WS-NOTE-SUB)         TO WN-NOTE-DATE
036165     MOVE WS-NT-OPERATOR(WS-NOTE-SUB)     TO WN-OPERATOR
036166     MOVE WS-NT-CONTACT-TYPE(WS-NOTE-SUB) TO WN-CONTACT-TYPE
036167     MOVE WS-NT-REASON-CODE(WS-NOTE-SUB)  TO WN-REASON-CODE
036168     MOVE WS-NT-COMMENTS(WS-NOTE-SUB)     TO WN-COMMENTS
036169     WRITE PRINT-LINE FROM WS-NOTE-LINE.
036170
036171 4230-PRINT-NOTE-EXIT.
036200     EXIT.
036300
036400*--------------------------------------------------------------*
036900         CLOSE LOANDELQ
037000     END-IF
037100     CLOSE LOANMAST
037101     IF CUST-FILE-OPEN
037102         CLOSE LOANCUST
037103     END-IF
037104     IF NOTES-AVAILABLE
037105         MOVE "C"          TO WS-NQ-FUNCTION
037106         CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST
037107     END-IF
037200     CLOSE LOANAGRPT
037201     DISPLAY "LOANAGNG: DELINQUENT LOANS=" WS-Q-COUNT
037202         " SCRA=" WS-SCRA-COUNT.
037400
037500 END PROGRAM LOANAGNG.
037501
