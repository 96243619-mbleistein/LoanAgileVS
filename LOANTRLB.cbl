001512*               master record layout.                           *
001513*  2026-09-02  LSG  Buydown step fields added to the            *
001514*               master record layout.                           *
001515*  2026-09-08  LSG  Loans on non-accrual or charged off in      *
001516*               LOANNACF are carried in their own categories    *
001517*               below the accruing groups; a charged-off loan   *
001518*               carries its balance net of the amount charged.  *
001519*  2026-09-27  LSG  The as-of month balance is read directly   *
001520*               from the keyed numeric schedule LOANSKIX       *
001521*               instead of passing LOANSKED and de-editing it. *
001522*               A missing schedule now aborts the step.        *
001600*--------------------------------------------------------------*
001700
001800 ENVIRONMENT DIVISION.
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS LM-LOAN-NUMBER
003100         FILE STATUS IS WS-MAST-STATUS.
003101     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
003102         ORGANIZATION IS INDEXED
003103         ACCESS MODE IS RANDOM
003104         RECORD KEY IS SX-KEY
003105         FILE STATUS IS WS-SKED-STATUS.
003400     SELECT LOANTRLRP ASSIGN TO "LOANTRLRP"
003500         ORGANIZATION IS SEQUENTIAL.
003501     SELECT LOANNACF ASSIGN TO "LOANNACF"
003502         ORGANIZATION IS INDEXED
003503         ACCESS MODE IS RANDOM
003504         RECORD KEY IS NA-LOAN-NUMBER
003505         FILE STATUS IS WS-NACF-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
007125         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
007200
007300*--------------------------------------------------------------*
007301* LOANSKIX - THE NIGHTLY SCHEDULE KEYED ON LOAN NUMBER AND     *
007302*    MONTH, AMOUNTS IN SIGNED NUMERIC FIELDS, READ DIRECTLY    *
007303*    FOR THE MONTH WANTED                                      *
007500*--------------------------------------------------------------*
007501 FD  LOANSKIX
007700     RECORDING MODE IS F.
007701 01  LOANSKIX-RECORD.
007702     05 SX-KEY.
007703         10 SX-LOAN-NUMBER       PIC X(10).
007704         10 SX-MONTH             PIC 9(04).
007705     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
007706     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
007707     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
007708     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
007709     05 SX-LATE-FLAG             PIC X(01).
007710     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
007711     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
007712     05 FILLER                   PIC X(10).
008800
008900*--------------------------------------------------------------*
009000* LOANTRLRP - PRINTED TRIAL BALANCE                            *
009200 FD  LOANTRLRP
009300     RECORDING MODE IS F.
009400 01  PRINT-LINE                  PIC X(80).
009401
009402*--------------------------------------------------------------*
009403* LOANNACF - NON-ACCRUAL AND CHARGE-OFF FILE KEPT BY LOANNACR  *
009404*--------------------------------------------------------------*
009405 FD  LOANNACF
009406     RECORDING MODE IS F.
009407 01  LOANNACF-RECORD.
009408     05 NA-LOAN-NUMBER           PIC X(10).
009409     05 NA-STATUS                PIC X(01).
009410         88 NA-ACCRUING                          VALUE "A".
009411         88 NA-NONACCRUAL                        VALUE "N".
009412         88 NA-CHARGED-OFF                       VALUE "C".
009413     05 NA-REASON                PIC X(01).
009414     05 NA-NONACCRUAL-DATE       PIC 9(08).
009415     05 NA-INT-REVERSED          PIC S9(7)V99   COMP-3.
009416     05 NA-RESTORED-DATE         PIC 9(08).
009417     05 NA-CHARGEOFF-DATE        PIC 9(08).
009418     05 NA-CHARGEOFF-AMT         PIC S9(9)V99   COMP-3.
009419     05 NA-RECOVERY-DATE         PIC 9(08).
009420     05 NA-RECOVERED-AMT         PIC S9(9)V99   COMP-3.
009421     05 FILLER                   PIC X(10).
009500
009600 WORKING-STORAGE SECTION.
009700 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
009800     88 END-OF-LOANMAST                          VALUE "Y".
009801 77  WS-SKED-STATUS              PIC X(02)      VALUE "00".
009802 77  WS-SKED-FOUND-SW            PIC X(01)      VALUE "N".
009803     88 SKED-ROW-FOUND                           VALUE "Y".
010100 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
010200 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
010300 77  WS-ASOF-MONTH-NO            PIC S9(06)     COMP-3 VALUE ZERO.
010800 77  WS-GRP-COUNT                PIC S9(04)     COMP   VALUE ZERO.
010900 77  WS-GRP-FOUND-SUB            PIC S9(04)     COMP   VALUE ZERO.
011000 77  WS-GROUP-KEY                PIC X(02)      VALUE SPACES.
011001 77  WS-NACF-STATUS              PIC X(02)      VALUE "00".
011002 77  WS-NACF-OPEN-SW             PIC X(01)      VALUE "N".
011003     88 NACF-OPEN                                VALUE "Y".
011004 77  WS-CAT-SUB                  PIC S9(04)     COMP   VALUE ZERO.
011100
011200*--------------------------------------------------------------*
011300* WS-GROUP-TABLE - ONE ACCUMULATOR ENTRY PER FREQUENCY AND     *
013200                                                VALUE ZERO.
013300     05 WS-PORT-BALLOONS         PIC S9(07)     COMP-3 VALUE ZERO.
013400     05 WS-PORT-ARMS             PIC S9(07)     COMP-3 VALUE ZERO.
013401
013402*--------------------------------------------------------------*
013403* WS-CATEGORY-TABLE - NON-ACCRUAL (1) AND CHARGED-OFF (2)      *
013404*    LOANS, KEPT OUT OF THE ACCRUING GROUPS BUT IN THE         *
013405*    PORTFOLIO TOTAL                                           *
013406*--------------------------------------------------------------*
013407 01  WS-CATEGORY-TABLE.
013408     05 WS-CAT-ENTRY OCCURS 2 TIMES.
013409         10 WS-CAT-LOANS         PIC S9(07)     COMP-3.
013410         10 WS-CAT-PRINC         PIC S9(11)V99  COMP-3.
013411         10 WS-CAT-RATE-WTD      PIC S9(13)V9(4) COMP-3.
013412         10 WS-CAT-TERM-WTD      PIC S9(13)V9(4) COMP-3.
013413         10 WS-CAT-BALLOONS      PIC S9(07)     COMP-3.
013414         10 WS-CAT-ARMS          PIC S9(07)     COMP-3.
013500
013600 01  WS-REPORT-HEADING.
013700     05 FILLER              PIC X(32)
014610         VALUE " WA-TERM BALLN  ARM ".
014700
014800 01  WS-DETAIL-LINE.
014801     05 WD-GROUP-ID.
014900         10 WD-FREQ              PIC X(01).
015000         10 FILLER               PIC X(02)      VALUE SPACES.
015100         10 WD-DAYCOUNT          PIC X(01).
015101     05 WD-CATEGORY REDEFINES WD-GROUP-ID
015102                                 PIC X(04).
015200     05 FILLER                   PIC X(01)      VALUE SPACES.
015300     05 WD-LOANS                 PIC ZZZ,ZZ9.
015400     05 FILLER                   PIC X(01)      VALUE SPACES.
019830         MOVE 16 TO RETURN-CODE
019840         GOBACK
019850     END-IF
019851*    NO LOANNACF YET MEANS NO LOAN HAS GONE ON NON-ACCRUAL
019852     OPEN INPUT LOANNACF
019853     IF WS-NACF-STATUS = "00"
019854         MOVE "Y" TO WS-NACF-OPEN-SW
019855     END-IF
019856     OPEN INPUT LOANSKIX
019857     IF WS-SKED-STATUS NOT = "00"
019858         DISPLAY "LOANTRLB: SCHEDULE FILE LOANSKIX MISSING"
019859         MOVE 16 TO RETURN-CODE
019860         GOBACK
019861     END-IF
020000     OPEN OUTPUT LOANTRLRP
020100     MOVE ZERO TO WS-GRP-COUNT
020101     PERFORM 1100-CLEAR-CATEGORY THRU 1100-CLEAR-CATEGORY-EXIT
020102         VARYING WS-CAT-SUB FROM 1 BY 1
020103         UNTIL WS-CAT-SUB > 2
020500     READ LOANMAST
020600         AT END MOVE "Y" TO WS-EOF-SW
020700     END-READ.
020800
020801*--------------------------------------------------------------*
020802* 1100-CLEAR-CATEGORY                                          *
020803*--------------------------------------------------------------*
020804 1100-CLEAR-CATEGORY.
020805     MOVE ZERO TO WS-CAT-LOANS(WS-CAT-SUB)
020806     MOVE ZERO TO WS-CAT-PRINC(WS-CAT-SUB)
020807     MOVE ZERO TO WS-CAT-RATE-WTD(WS-CAT-SUB)
020808     MOVE ZERO TO WS-CAT-TERM-WTD(WS-CAT-SUB)
020809     MOVE ZERO TO WS-CAT-BALLOONS(WS-CAT-SUB)
020810     MOVE ZERO TO WS-CAT-ARMS(WS-CAT-SUB).
020811
020812 1100-CLEAR-CATEGORY-EXIT.
020813     EXIT.
020814
020900*--------------------------------------------------------------*
021000* 2000-PROCESS-LOANS - ONE LOAN PER ITERATION: PICK UP ITS     *
021100*    AS-OF BALANCE FROM THE SCHEDULE AND ACCUMULATE INTO ITS   *
022700         WHEN OTHER
022800             PERFORM 2100-MATCH-SCHEDULE
022900                 THRU 2100-MATCH-SCHEDULE-EXIT
022901             IF NOT SKED-ROW-FOUND
023300                 GO TO 2000-PROCESS-LOANS-NEXT
023400             END-IF
023401             MOVE SX-BALANCE TO WS-NUM-BALANCE
023600             MOVE WS-NUM-BALANCE TO WS-CUR-BALANCE
023700             COMPUTE WS-REMAIN-TERM =
023800                 LM-LOANTERM - WS-ASOF-MONTH-NO
023900     END-EVALUATE
024000
024001     PERFORM 2050-FIND-CATEGORY THRU 2050-FIND-CATEGORY-EXIT
024002     IF WS-CAT-SUB > ZERO
024003         PERFORM 2300-ACCUMULATE-CATEGORY
024004             THRU 2300-ACCUMULATE-CATEGORY-EXIT
024005         GO TO 2000-PROCESS-LOANS-NEXT
024006     END-IF
024100     PERFORM 2200-ACCUMULATE-GROUP
024200         THRU 2200-ACCUMULATE-GROUP-EXIT
024300
024900 2000-PROCESS-LOANS-EXIT.
025000     EXIT.
025100
025101*--------------------------------------------------------------*
025102* 2050-FIND-CATEGORY - A LOAN ON LOANNACF IN NON-ACCRUAL OR    *
025103*    CHARGED-OFF STATUS GOES TO THAT CATEGORY (WS-CAT-SUB 1    *
025104*    OR 2) INSTEAD OF ITS FREQUENCY/DAY-COUNT GROUP; A         *
025105*    CHARGED-OFF LOAN'S BALANCE IS NET OF THE AMOUNT CHARGED   *
025106*--------------------------------------------------------------*
025107 2050-FIND-CATEGORY.
025108     MOVE ZERO TO WS-CAT-SUB
025109     IF NOT NACF-OPEN
025110         GO TO 2050-FIND-CATEGORY-EXIT
025111     END-IF
025112     MOVE LM-LOAN-NUMBER TO NA-LOAN-NUMBER
025113     READ LOANNACF
025114     IF WS-NACF-STATUS NOT = "00"
025115         GO TO 2050-FIND-CATEGORY-EXIT
025116     END-IF
025117     EVALUATE TRUE
025118         WHEN NA-NONACCRUAL
025119             MOVE 1 TO WS-CAT-SUB
025120         WHEN NA-CHARGED-OFF
025121             MOVE 2 TO WS-CAT-SUB
025122             SUBTRACT NA-CHARGEOFF-AMT FROM WS-CUR-BALANCE
025123             IF WS-CUR-BALANCE < ZERO
025124                 MOVE ZERO TO WS-CUR-BALANCE
025125             END-IF
025126     END-EVALUATE.
025127
025128 2050-FIND-CATEGORY-EXIT.
025129     EXIT.
025130
025200*--------------------------------------------------------------*
025201* 2100-MATCH-SCHEDULE - READ THIS LOAN'S AS-OF MONTH ROW       *
025202*    DIRECTLY FROM THE KEYED SCHEDULE                          *
025500*--------------------------------------------------------------*
025600 2100-MATCH-SCHEDULE.
025601     MOVE "Y"              TO WS-SKED-FOUND-SW
025602     MOVE LM-LOAN-NUMBER   TO SX-LOAN-NUMBER
025603     MOVE WS-ASOF-MONTH-NO TO SX-MONTH
025604     READ LOANSKIX
025605         INVALID KEY
025606             MOVE "N" TO WS-SKED-FOUND-SW
025607     END-READ.
026500
026600 2100-MATCH-SCHEDULE-EXIT.
026700     EXIT.
033300 2210-FIND-GROUP-EXIT.
033400     EXIT.
033500
033501*--------------------------------------------------------------*
033502* 2300-ACCUMULATE-CATEGORY - ROLL THE LOAN INTO ITS NON-ACCRUAL *
033503*    OR CHARGED-OFF CATEGORY AND THE PORTFOLIO TOTAL           *
033504*--------------------------------------------------------------*
033505 2300-ACCUMULATE-CATEGORY.
033506     ADD 1              TO WS-CAT-LOANS(WS-CAT-SUB)
033507     ADD WS-CUR-BALANCE TO WS-CAT-PRINC(WS-CAT-SUB)
033508     COMPUTE WS-CAT-RATE-WTD(WS-CAT-SUB) =
033509         WS-CAT-RATE-WTD(WS-CAT-SUB)
033510         + (LM-RATE * WS-CUR-BALANCE)
033511     COMPUTE WS-CAT-TERM-WTD(WS-CAT-SUB) =
033512         WS-CAT-TERM-WTD(WS-CAT-SUB)
033513         + (WS-REMAIN-TERM * WS-CUR-BALANCE)
033514     ADD 1              TO WS-PORT-LOANS
033515     ADD WS-CUR-BALANCE TO WS-PORT-PRINC
033516     COMPUTE WS-PORT-RATE-WTD =
033517         WS-PORT-RATE-WTD + (LM-RATE * WS-CUR-BALANCE)
033518     COMPUTE WS-PORT-TERM-WTD =
033519         WS-PORT-TERM-WTD + (WS-REMAIN-TERM * WS-CUR-BALANCE)
033520     IF LM-BALLOON-TERM > ZERO
033521         ADD 1 TO WS-CAT-BALLOONS(WS-CAT-SUB)
033522         ADD 1 TO WS-PORT-BALLOONS
033523     END-IF
033524     IF LM-RATE-RESET-COUNT > ZERO
033525         ADD 1 TO WS-CAT-ARMS(WS-CAT-SUB)
033526         ADD 1 TO WS-PORT-ARMS
033527     END-IF.
033528
033529 2300-ACCUMULATE-CATEGORY-EXIT.
033530     EXIT.
033531
033600*--------------------------------------------------------------*
033700* 3000-PRINT-REPORT - ONE LINE PER GROUP, THEN THE PORTFOLIO   *
033800*    TOTAL LINE                                                *
034500     PERFORM 3100-PRINT-GROUP THRU 3100-PRINT-GROUP-EXIT
034600         VARYING WS-GRP-SUB FROM 1 BY 1
034700         UNTIL WS-GRP-SUB > WS-GRP-COUNT
034701     WRITE PRINT-LINE FROM SPACES
034702     PERFORM 3200-PRINT-CATEGORY THRU 3200-PRINT-CATEGORY-EXIT
034703         VARYING WS-CAT-SUB FROM 1 BY 1
034704         UNTIL WS-CAT-SUB > 2
034800
034900     WRITE PRINT-LINE FROM SPACES
034901     MOVE SPACES           TO WD-GROUP-ID
035000     MOVE "*"              TO WD-FREQ
035100     MOVE "*"              TO WD-DAYCOUNT
035200     MOVE WS-PORT-LOANS    TO WD-LOANS
038900
039000 3100-PRINT-GROUP-EXIT.
039100     EXIT.
039101
039102*--------------------------------------------------------------*
039103* 3200-PRINT-CATEGORY - NON-ACCRUAL AND CHARGED-OFF LINES,     *
039104*    PRINTED EVEN WHEN EMPTY SO THE CATEGORIES ALWAYS SHOW     *
039105*--------------------------------------------------------------*
039106 3200-PRINT-CATEGORY.
039107     IF WS-CAT-SUB = 1
039108         MOVE "NACR"                   TO WD-CATEGORY
039109     ELSE
039110         MOVE "CHGO"                   TO WD-CATEGORY
039111     END-IF
039112     MOVE WS-CAT-LOANS(WS-CAT-SUB)    TO WD-LOANS
039113     MOVE WS-CAT-PRINC(WS-CAT-SUB)    TO WD-PRINC
039114     IF WS-CAT-PRINC(WS-CAT-SUB) > ZERO
039115         COMPUTE WD-WA-RATE ROUNDED =
039116             WS-CAT-RATE-WTD(WS-CAT-SUB)
039117             / WS-CAT-PRINC(WS-CAT-SUB)
039118         COMPUTE WD-WA-TERM ROUNDED =
039119             WS-CAT-TERM-WTD(WS-CAT-SUB)
039120             / WS-CAT-PRINC(WS-CAT-SUB)
039121     ELSE
039122         MOVE ZERO TO WD-WA-RATE
039123         MOVE ZERO TO WD-WA-TERM
039124     END-IF
039125     MOVE WS-CAT-BALLOONS(WS-CAT-SUB) TO WD-BALLOONS
039126     MOVE WS-CAT-ARMS(WS-CAT-SUB)     TO WD-ARMS
039127     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
039128
039129 3200-PRINT-CATEGORY-EXIT.
039130     EXIT.
039200
039300*--------------------------------------------------------------*
039400* 9000-TERMINATE                                               *
039600 9000-TERMINATE.
039700     CLOSE LOANTRLIN
039800     CLOSE LOANMAST
039801     CLOSE LOANSKIX
039901     IF NACF-OPEN
039902         CLOSE LOANNACF
039903     END-IF
040000     CLOSE LOANTRLRP
040100     DISPLAY "LOANTRLB: LOANS=" WS-PORT-LOANS
040200         " GROUPS=" WS-GRP-COUNT.
