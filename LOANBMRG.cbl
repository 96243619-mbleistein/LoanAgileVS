000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANBMRG.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-28.
000600 DATE-COMPILED. 2026-09-28.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-28  LSG  Initial version. Merge step for a night    *
001000*               run as parallel LOANBATCH partitions. Every    *
001100*               partition named on LOANPARM must have ended    *
001200*               clean on LOANCYCL for the business date before *
001300*               anything is merged. The partition schedules,   *
001400*               read in partition order, are each proved       *
001500*               against their own trailer and combined into    *
001600*               one LOANSKED with a single control-total       *
001700*               trailer, its LOANSKEDG generation copy and the *
001800*               keyed LOANSKIX; the partition audit and        *
001900*               snapshot files are combined into LOANAUDIT and *
002000*               LOANSNAPN. The merged snapshot must hold one   *
002100*               image per loan on the master, proving the      *
002200*               ranges covered the whole book. Only then is    *
002300*               the LOANBATCH cycle record ended clean, so no  *
002400*               downstream step sees the run complete early.   *
002500*--------------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT LOANPARM ASSIGN TO "LOANPARM"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-PARM-STATUS.
003600     SELECT LOANMAST ASSIGN TO "LOANMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS LM-LOAN-NUMBER
004000         FILE STATUS IS WS-MAST-STATUS.
004100     SELECT LOANPSKD ASSIGN TO "LOANPSKD"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-PSKD-STATUS.
004400     SELECT LOANPAUD ASSIGN TO "LOANPAUD"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-PAUD-STATUS.
004700     SELECT LOANPSNP ASSIGN TO "LOANPSNP"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-PSNP-STATUS.
005000     SELECT LOANSKED ASSIGN TO "LOANSKED"
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT LOANSKEDG ASSIGN TO "LOANSKEDG"
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS SX-KEY
005800         FILE STATUS IS WS-SKIX-STATUS.
005900     SELECT LOANAUDIT ASSIGN TO "LOANAUDIT"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-AUDIT-STATUS.
006200     SELECT LOANSNAPN ASSIGN TO "LOANSNAPN"
006300         ORGANIZATION IS SEQUENTIAL.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700*--------------------------------------------------------------*
006800* LOANPARM - THE RUN-CONTROL RECORD FOLLOWED BY ONE PARTITION  *
006900*    RECORD PER PARALLEL LOANBATCH STEP                        *
007000*--------------------------------------------------------------*
007100 FD  LOANPARM
007200     RECORDING MODE IS F.
007300 01  LOANPARM-RECORD.
007400     05 PR-BUSINESS-DATE         PIC 9(08).
007500     05 PR-BUSINESS-DATE-X REDEFINES PR-BUSINESS-DATE.
007600         10 PR-BUS-YEAR          PIC 9(04).
007700         10 PR-BUS-MONTH         PIC 9(02).
007800         10 PR-BUS-DAY           PIC 9(02).
007900     05 PR-RUN-ID                PIC X(08).
008000     05 PR-OPT-SKED-ONLY         PIC X(01).
008100     05 PR-OPT-SKIP-DELQ         PIC X(01).
008200     05 PR-OPT-FULL-RUN          PIC X(01).
008300     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
008400     05 PR-GENERATIONS-KEPT      PIC 9(02).
008500
008600 01  LOANPARM-PARTITION-RECORD.
008700     05 PP-RECORD-ID             PIC X(04).
008800     05 PP-PARTITION-NO          PIC 9(02).
008900     05 PP-LOW-LOAN              PIC X(10).
009000     05 PP-HIGH-LOAN             PIC X(10).
009100
009200*--------------------------------------------------------------*
009300* LOANMAST - READ ONLY TO COUNT THE LOANS ON THE BOOK          *
009400*--------------------------------------------------------------*
009500 FD  LOANMAST
009600     RECORDING MODE IS F.
009700 01  LOANMAST-RECORD.
009800     05 LM-LOAN-NUMBER           PIC X(10).
009900     05 LM-MASTER-REST           PIC X(213).
010000
010100*--------------------------------------------------------------*
010200* LOANPSKD - THE PARTITION LOANSKED FILES CONCATENATED IN      *
010300*    PARTITION ORDER, EACH ENDING IN ITS OWN TRAILER           *
010400*--------------------------------------------------------------*
010500 FD  LOANPSKD
010600     RECORDING MODE IS F.
010700 01  LOANPSKD-RECORD.
010800     05 PK-LOAN-NUMBER           PIC X(10).
010900     05 PK-MONTH                 PIC 9(04).
011000     05 PK-INTPAID               PIC $$,$$$.99.
011100     05 PK-PRINCPAID             PIC $$,$$$.99.
011200     05 PK-PAYMENT                PIC $$,$$$.99.
011300     05 PK-BALANCE               PIC $$$,$$$.99.
011400     05 PK-LATE-FLAG             PIC X(1).
011500     05 PK-LATEFEE               PIC $,$$$.99.
011600     05 PK-ESCROW                PIC $$,$$$.99.
011700
011800 01  LOANPSKD-TRAILER.
011900     05 PT-TRAILER-ID            PIC X(10).
012000     05 PT-RECORD-COUNT          PIC 9(07).
012100     05 PT-TOTAL-PRINC           PIC 9(9)V99.
012200     05 PT-TOTAL-INT             PIC 9(9)V99.
012300     05 PT-PAYMENT-HASH          PIC 9(9)V99.
012400     05 FILLER                   PIC X(19).
012500
012600*--------------------------------------------------------------*
012700* LOANPAUD - THE PARTITION LOANAUDIT FILES CONCATENATED, EACH  *
012800*    LED BY ITS PARTITION'S *RUNPARMS* ECHO. THE IMAGE LENGTH  *
012900*    MUST TRACK LOANAUDIT-RECORD IN LOANBATCH.                 *
013000*--------------------------------------------------------------*
013100 FD  LOANPAUD
013200     RECORDING MODE IS F.
013300 01  LOANPAUD-RECORD.
013400     05 PA-LOAN-NUMBER           PIC X(10).
013500     05 PA-AUDIT-REST            PIC X(83).
013600
013700*--------------------------------------------------------------*
013800* LOANPSNP - THE PARTITION LOANSNAPN FILES CONCATENATED IN     *
013900*    PARTITION ORDER                                           *
014000*--------------------------------------------------------------*
014100 FD  LOANPSNP
014200     RECORDING MODE IS F.
014300 01  LOANPSNP-RECORD.
014400     05 PN-LOAN-NUMBER           PIC X(10).
014500     05 PN-MASTER-REST           PIC X(213).
014600
014700*--------------------------------------------------------------*
014800* LOANSKED - TONIGHT'S COMBINED SCHEDULE AND TRAILER           *
014900*--------------------------------------------------------------*
015000 FD  LOANSKED
015100     RECORDING MODE IS F.
015200 01  LOANSKED-RECORD.
015300     05 LS-LOAN-NUMBER           PIC X(10).
015400     05 LS-MONTH                 PIC 9(04).
015500     05 LS-INTPAID               PIC $$,$$$.99.
015600     05 LS-PRINCPAID             PIC $$,$$$.99.
015700     05 LS-PAYMENT                PIC $$,$$$.99.
015800     05 LS-BALANCE               PIC $$$,$$$.99.
015900     05 LS-LATE-FLAG             PIC X(1).
016000     05 LS-LATEFEE               PIC $,$$$.99.
016100     05 LS-ESCROW                PIC $$,$$$.99.
016200
016300 01  LOANSKED-TRAILER.
016400     05 LT-TRAILER-ID            PIC X(10).
016500     05 LT-RECORD-COUNT          PIC 9(07).
016600     05 LT-TOTAL-PRINC           PIC 9(9)V99.
016700     05 LT-TOTAL-INT             PIC 9(9)V99.
016800     05 LT-PAYMENT-HASH          PIC 9(9)V99.
016900     05 FILLER                   PIC X(19).
017000
017100*--------------------------------------------------------------*
017200* LOANSKEDG - GENERATION COPY OF THE COMBINED SCHEDULE, IN THE *
017300*    BARE LOANSKED LAYOUT, TRAILER INCLUDED                    *
017400*--------------------------------------------------------------*
017500 FD  LOANSKEDG
017600     RECORDING MODE IS F.
017700 01  LOANSKEDG-RECORD            PIC X(69).
017800
017900*--------------------------------------------------------------*
018000* LOANSKIX - THE COMBINED SCHEDULE KEYED ON LOAN NUMBER AND    *
018100*    MONTH, AMOUNTS DE-EDITED INTO SIGNED NUMERIC FIELDS       *
018200*--------------------------------------------------------------*
018300 FD  LOANSKIX
018400     RECORDING MODE IS F.
018500 01  LOANSKIX-RECORD.
018600     05 SX-KEY.
018700         10 SX-LOAN-NUMBER       PIC X(10).
018800         10 SX-MONTH             PIC 9(04).
018900     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
019000     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
019100     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
019200     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
019300     05 SX-LATE-FLAG             PIC X(01).
019400     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
019500     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
019600     05 FILLER                   PIC X(10).
019700
019800*--------------------------------------------------------------*
019900* LOANAUDIT - THE CUMULATIVE AUDIT TRAIL, EXTENDED WITH EVERY  *
020000*    PARTITION'S RECORDS                                       *
020100*--------------------------------------------------------------*
020200 FD  LOANAUDIT
020300     RECORDING MODE IS F.
020400 01  LOANAUDIT-RECORD            PIC X(93).
020500
020600*--------------------------------------------------------------*
020700* LOANSNAPN - TONIGHT'S MASTER IMAGES FOR THE NEXT RUN'S       *
020800*    CHANGE DETECTION                                          *
020900*--------------------------------------------------------------*
021000 FD  LOANSNAPN
021100     RECORDING MODE IS F.
021200 01  LOANSNAPN-RECORD            PIC X(223).
021300
021400 WORKING-STORAGE SECTION.
021500 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
021600 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
021700 77  WS-PSKD-STATUS              PIC X(02)      VALUE "00".
021800 77  WS-PAUD-STATUS              PIC X(02)      VALUE "00".
021900 77  WS-PSNP-STATUS              PIC X(02)      VALUE "00".
022000 77  WS-SKIX-STATUS              PIC X(02)      VALUE "00".
022100 77  WS-AUDIT-STATUS             PIC X(02)      VALUE "00".
022200 77  WS-PARM-EOF-SW              PIC X(01)      VALUE "N".
022300     88 END-OF-LOANPARM                          VALUE "Y".
022400 77  WS-MAST-EOF-SW              PIC X(01)      VALUE "N".
022500     88 END-OF-LOANMAST                          VALUE "Y".
022600 77  WS-PSKD-EOF-SW              PIC X(01)      VALUE "N".
022700     88 END-OF-LOANPSKD                          VALUE "Y".
022800 77  WS-PAUD-EOF-SW              PIC X(01)      VALUE "N".
022900     88 END-OF-LOANPAUD                          VALUE "Y".
023000 77  WS-PSNP-EOF-SW              PIC X(01)      VALUE "N".
023100     88 END-OF-LOANPSNP                          VALUE "Y".
023200 77  WS-MERGE-ERROR-SW           PIC X(01)      VALUE "N".
023300     88 MERGE-IN-ERROR                           VALUE "Y".
023400 77  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
023500 77  WS-PART-COUNT               PIC S9(04)     COMP   VALUE ZERO.
023600 77  WS-PART-MAX                 PIC S9(04)     COMP   VALUE 20.
023700 77  WS-PART-SUB                 PIC S9(04)     COMP   VALUE ZERO.
023800 77  WS-PART-PRIOR               PIC S9(04)     COMP   VALUE ZERO.
023900 77  WS-PART-FAILED-COUNT        PIC S9(04)     COMP   VALUE ZERO.
024000 77  WS-TRAILER-COUNT            PIC S9(04)     COMP   VALUE ZERO.
024100 77  WS-LAST-LOAN-NUMBER         PIC X(10)      VALUE LOW-VALUES.
024200 77  WS-PART-REC-COUNT           PIC 9(07)      COMP   VALUE ZERO.
024300 77  WS-PART-PRINC-TOTAL         PIC S9(9)V99   COMP-3 VALUE ZERO.
024400 77  WS-PART-INT-TOTAL           PIC S9(9)V99   COMP-3 VALUE ZERO.
024500 77  WS-PART-PAYMENT-HASH        PIC S9(9)V99   COMP-3 VALUE ZERO.
024600 77  WS-SKED-REC-COUNT           PIC 9(07)      COMP   VALUE ZERO.
024700 77  WS-SKED-PRINC-TOTAL         PIC S9(9)V99   COMP-3 VALUE ZERO.
024800 77  WS-SKED-INT-TOTAL           PIC S9(9)V99   COMP-3 VALUE ZERO.
024900 77  WS-SKED-PAYMENT-HASH        PIC S9(9)V99   COMP-3 VALUE ZERO.
025000 77  WS-NUM-PRINCPAID            PIC S9(7)V99   VALUE ZERO.
025100 77  WS-NUM-INTPAID              PIC S9(7)V99   VALUE ZERO.
025200 77  WS-NUM-PAYMENT              PIC S9(7)V99   VALUE ZERO.
025300 77  WS-SKIX-ERROR-COUNT         PIC 9(07)      COMP   VALUE ZERO.
025400 77  WS-AUDIT-COUNT              PIC 9(07)      COMP   VALUE ZERO.
025500 77  WS-SNAP-COUNT               PIC 9(07)      COMP   VALUE ZERO.
025600 77  WS-MAST-COUNT               PIC 9(07)      COMP   VALUE ZERO.
025700
025800*--------------------------------------------------------------*
025900* WS-PROOF-TOTALS - ONE PARTITION'S ACCUMULATED TOTALS IN THE  *
026000*    TRAILER'S OWN PICTURES, COMPARED FIELD FOR FIELD          *
026100*--------------------------------------------------------------*
026200 01  WS-PROOF-TOTALS.
026300     05 WS-PF-RECORD-COUNT       PIC 9(07).
026400     05 WS-PF-TOTAL-PRINC        PIC 9(9)V99.
026500     05 WS-PF-TOTAL-INT          PIC 9(9)V99.
026600     05 WS-PF-PAYMENT-HASH       PIC 9(9)V99.
026700
026800*--------------------------------------------------------------*
026900* WS-PART-TABLE - THE PARTITIONS NAMED ON LOANPARM, IN ORDER   *
027000*--------------------------------------------------------------*
027100 01  WS-PART-TABLE.
027200     05 WS-PT-ENTRY OCCURS 20 TIMES.
027300         10 WS-PT-PARTITION-NO   PIC 9(02).
027400         10 WS-PT-LOW-LOAN       PIC X(10).
027500         10 WS-PT-HIGH-LOAN      PIC X(10).
027600
027700*--------------------------------------------------------------*
027800* WS-PART-CYCLE-NAME - A PARTITION STEP'S LOANCYCL KEY         *
027900*--------------------------------------------------------------*
028000 01  WS-PART-CYCLE-NAME.
028100     05 FILLER                   PIC X(07)      VALUE "LOANBPT".
028200     05 WS-PCN-PARTITION-NO      PIC 9(02)      VALUE ZERO.
028300
028400*--------------------------------------------------------------*
028500* WS-CYCLE-REQUEST - ONE LOANCYCK CALL, LAYOUT SHARED WITH     *
028600*    EVERY PROGRAM IN THE NIGHTLY CHAIN                        *
028700*--------------------------------------------------------------*
028800 01  WS-CYCLE-REQUEST.
028900     03 WS-CY-FUNCTION           PIC X(01).
029000     03 WS-CY-PROGRAM            PIC X(09).
029100     03 WS-CY-BUSINESS-DATE      PIC 9(08).
029200     03 WS-CY-END-RETURN-CODE    PIC 9(04).
029300     03 WS-CY-RESULT             PIC X(01).
029400         88 WS-CY-OK                             VALUE "Y".
029500
029600 PROCEDURE DIVISION.
029700*--------------------------------------------------------------*
029800* 0000-MAINLINE                                                *
029900*--------------------------------------------------------------*
030000 0000-MAINLINE.
030100     PERFORM 1000-INITIALIZE
030200     PERFORM 2000-MERGE-SCHEDULE THRU 2000-MERGE-SCHEDULE-EXIT
030300         UNTIL END-OF-LOANPSKD
030400     PERFORM 2900-WRITE-TRAILER THRU 2900-WRITE-TRAILER-EXIT
030500     PERFORM 3000-COPY-AUDIT THRU 3000-COPY-AUDIT-EXIT
030600         UNTIL END-OF-LOANPAUD
030700     PERFORM 4000-COPY-SNAPSHOT THRU 4000-COPY-SNAPSHOT-EXIT
030800         UNTIL END-OF-LOANPSNP
030900     PERFORM 5000-PROVE-COVERAGE THRU 5000-PROVE-COVERAGE-EXIT
031000     PERFORM 9000-TERMINATE
031100     GOBACK.
031200
031300*--------------------------------------------------------------*
031400* 1000-INITIALIZE - NOTHING IS MERGED UNTIL THE PARTITION      *
031500*    TABLE CHECKS OUT AND EVERY PARTITION HAS ENDED CLEAN      *
031600*--------------------------------------------------------------*
031700 1000-INITIALIZE.
031800     PERFORM 1100-READ-RUN-PARMS THRU 1100-READ-RUN-PARMS-EXIT
031900     MOVE "S"              TO WS-CY-FUNCTION
032000     MOVE "LOANBMRG "      TO WS-CY-PROGRAM
032100     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
032200     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST
032300     PERFORM 1200-CHECK-PARTITION THRU 1200-CHECK-PARTITION-EXIT
032400         VARYING WS-PART-SUB FROM 1 BY 1
032500         UNTIL WS-PART-SUB > WS-PART-COUNT
032600     IF MERGE-IN-ERROR
032700         PERFORM 9900-ABORT-RUN
032800     END-IF
032900     PERFORM 1300-VERIFY-PARTITION THRU 1300-VERIFY-PARTITION-EXIT
033000         VARYING WS-PART-SUB FROM 1 BY 1
033100         UNTIL WS-PART-SUB > WS-PART-COUNT
033200     IF WS-PART-FAILED-COUNT > ZERO
033300         DISPLAY "LOANBMRG: " WS-PART-FAILED-COUNT
033400             " PARTITION(S) NOT ENDED CLEAN - NOTHING MERGED"
033500         PERFORM 9900-ABORT-RUN
033600     END-IF
033700     OPEN INPUT LOANPSKD
033800     IF WS-PSKD-STATUS NOT = "00"
033900         DISPLAY "LOANBMRG: PARTITION SCHEDULES LOANPSKD MISSING"
034000         PERFORM 9900-ABORT-RUN
034100     END-IF
034200     OPEN INPUT LOANPAUD
034300     IF WS-PAUD-STATUS NOT = "00"
034400         DISPLAY "LOANBMRG: PARTITION AUDITS LOANPAUD MISSING"
034500         PERFORM 9900-ABORT-RUN
034600     END-IF
034700     OPEN INPUT LOANPSNP
034800     IF WS-PSNP-STATUS NOT = "00"
034900         DISPLAY "LOANBMRG: PARTITION SNAPSHOTS LOANPSNP MISSING"
035000         PERFORM 9900-ABORT-RUN
035100     END-IF
035200     OPEN INPUT LOANMAST
035300     IF WS-MAST-STATUS NOT = "00"
035400         DISPLAY "LOANBMRG: MASTER FILE LOANMAST MISSING"
035500         PERFORM 9900-ABORT-RUN
035600     END-IF
035700     OPEN OUTPUT LOANSKED
035800     OPEN OUTPUT LOANSKEDG
035900     OPEN OUTPUT LOANSKIX
036000     IF WS-SKIX-STATUS NOT = "00"
036100         DISPLAY "LOANBMRG: KEYED SCHEDULE LOANSKIX NOT OPENED,"
036200             " STATUS " WS-SKIX-STATUS
036300         PERFORM 9900-ABORT-RUN
036400     END-IF
036500     OPEN OUTPUT LOANSNAPN
036600     OPEN EXTEND LOANAUDIT
036700     IF WS-AUDIT-STATUS NOT = "00"
036800         OPEN OUTPUT LOANAUDIT
036900     END-IF
037000     READ LOANPSKD
037100         AT END MOVE "Y" TO WS-PSKD-EOF-SW
037200     END-READ
037300     READ LOANPAUD
037400         AT END MOVE "Y" TO WS-PAUD-EOF-SW
037500     END-READ
037600     READ LOANPSNP
037700         AT END MOVE "Y" TO WS-PSNP-EOF-SW
037800     END-READ.
037900
038000*--------------------------------------------------------------*
038100* 1100-READ-RUN-PARMS - THE BUSINESS DATE FROM THE RUN-CONTROL *
038200*    RECORD, THEN EVERY PARTITION RECORD THAT FOLLOWS IT       *
038300*--------------------------------------------------------------*
038400 1100-READ-RUN-PARMS.
038500     OPEN INPUT LOANPARM
038600     IF WS-PARM-STATUS NOT = "00"
038700         DISPLAY "LOANBMRG: RUN-CONTROL FILE LOANPARM MISSING"
038800         MOVE 16 TO RETURN-CODE
038900         GOBACK
039000     END-IF
039100     READ LOANPARM
039200         AT END
039300             DISPLAY "LOANBMRG: RUN-CONTROL RECORD MISSING"
039400             MOVE 16 TO RETURN-CODE
039500             GOBACK
039600     END-READ
039700     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
039800     PERFORM 1150-LOAD-PARTITION THRU 1150-LOAD-PARTITION-EXIT
039900         UNTIL END-OF-LOANPARM
040000     CLOSE LOANPARM
040100     IF WS-PART-COUNT = ZERO
040200         DISPLAY "LOANBMRG: NO PARTITION RECORDS ON LOANPARM"
040300         MOVE 16 TO RETURN-CODE
040400         GOBACK
040500     END-IF.
040600
040700 1100-READ-RUN-PARMS-EXIT.
040800     EXIT.
040900
041000 1150-LOAD-PARTITION.
041100     READ LOANPARM
041200         AT END
041300             MOVE "Y" TO WS-PARM-EOF-SW
041400             GO TO 1150-LOAD-PARTITION-EXIT
041500     END-READ
041600     IF PP-RECORD-ID NOT = "PART"
041700         GO TO 1150-LOAD-PARTITION-EXIT
041800     END-IF
041900     IF WS-PART-COUNT >= WS-PART-MAX
042000         DISPLAY "LOANBMRG: PARTITION TABLE FULL, PARTITION "
042100             PP-PARTITION-NO " REFUSED"
042200         MOVE 16 TO RETURN-CODE
042300         GOBACK
042400     END-IF
042500     ADD 1 TO WS-PART-COUNT
042600     MOVE PP-PARTITION-NO TO WS-PT-PARTITION-NO(WS-PART-COUNT)
042700     MOVE PP-LOW-LOAN     TO WS-PT-LOW-LOAN(WS-PART-COUNT)
042800     IF PP-HIGH-LOAN = SPACES
042900         MOVE HIGH-VALUES TO WS-PT-HIGH-LOAN(WS-PART-COUNT)
043000     ELSE
043100         MOVE PP-HIGH-LOAN TO WS-PT-HIGH-LOAN(WS-PART-COUNT)
043200     END-IF.
043300
043400 1150-LOAD-PARTITION-EXIT.
043500     EXIT.
043600
043700*--------------------------------------------------------------*
043800* 1200-CHECK-PARTITION - PARTITION NUMBERS ASCEND, EACH RANGE  *
043900*    IS IN ORDER, AND EACH STARTS ABOVE THE PRIOR RANGE'S HIGH *
044000*    LOAN, SO THE CONCATENATED PARTITION FILES ARE IN LOAN     *
044100*    ORDER AND NO LOAN IS AMORTIZED TWICE                      *
044200*--------------------------------------------------------------*
044300 1200-CHECK-PARTITION.
044400     IF WS-PT-PARTITION-NO(WS-PART-SUB) NOT NUMERIC
044500             OR WS-PT-PARTITION-NO(WS-PART-SUB) = ZERO
044600         DISPLAY "LOANBMRG: PARTITION NUMBER INVALID "
044700             WS-PT-PARTITION-NO(WS-PART-SUB)
044800         MOVE "Y" TO WS-MERGE-ERROR-SW
044900         GO TO 1200-CHECK-PARTITION-EXIT
045000     END-IF
045100     IF WS-PT-LOW-LOAN(WS-PART-SUB) > WS-PT-HIGH-LOAN(WS-PART-SUB)
045200         DISPLAY "LOANBMRG: PARTITION "
045300             WS-PT-PARTITION-NO(WS-PART-SUB)
045400             " LOW LOAN ABOVE HIGH LOAN"
045500         MOVE "Y" TO WS-MERGE-ERROR-SW
045600     END-IF
045700     IF WS-PART-SUB = 1
045800         GO TO 1200-CHECK-PARTITION-EXIT
045900     END-IF
046000     COMPUTE WS-PART-PRIOR = WS-PART-SUB - 1
046100     IF WS-PT-PARTITION-NO(WS-PART-SUB)
046200             NOT > WS-PT-PARTITION-NO(WS-PART-PRIOR)
046300         DISPLAY "LOANBMRG: PARTITION "
046400             WS-PT-PARTITION-NO(WS-PART-SUB)
046500             " OUT OF SEQUENCE"
046600         MOVE "Y" TO WS-MERGE-ERROR-SW
046700     END-IF
046800     IF WS-PT-LOW-LOAN(WS-PART-SUB)
046900             NOT > WS-PT-HIGH-LOAN(WS-PART-PRIOR)
047000         DISPLAY "LOANBMRG: PARTITION "
047100             WS-PT-PARTITION-NO(WS-PART-SUB)
047200             " OVERLAPS PARTITION "
047300             WS-PT-PARTITION-NO(WS-PART-PRIOR)
047400         MOVE "Y" TO WS-MERGE-ERROR-SW
047500     END-IF.
047600
047700 1200-CHECK-PARTITION-EXIT.
047800     EXIT.
047900
048000*--------------------------------------------------------------*
048100* 1300-VERIFY-PARTITION - THE PARTITION STEP MUST HAVE ENDED   *
048200*    CLEAN ON LOANCYCL UNDER TONIGHT'S BUSINESS DATE           *
048300*--------------------------------------------------------------*
048400 1300-VERIFY-PARTITION.
048500     MOVE WS-PT-PARTITION-NO(WS-PART-SUB) TO WS-PCN-PARTITION-NO
048600     MOVE "V"                TO WS-CY-FUNCTION
048700     MOVE WS-PART-CYCLE-NAME TO WS-CY-PROGRAM
048800     MOVE WS-BUSINESS-DATE   TO WS-CY-BUSINESS-DATE
048900     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST
049000     IF NOT WS-CY-OK
049100         DISPLAY "LOANBMRG: PARTITION "
049200             WS-PT-PARTITION-NO(WS-PART-SUB)
049300             " NOT ENDED CLEAN FOR " WS-BUSINESS-DATE
049400         ADD 1 TO WS-PART-FAILED-COUNT
049500     END-IF.
049600
049700 1300-VERIFY-PARTITION-EXIT.
049800     EXIT.
049900
050000*--------------------------------------------------------------*
050100* 2000-MERGE-SCHEDULE - ONE PARTITION SCHEDULE RECORD PER      *
050200*    ITERATION. A ROW IS COPIED TO LOANSKED, LOANSKEDG AND     *
050300*    LOANSKIX AND ROLLED INTO BOTH THE PARTITION AND THE       *
050400*    COMBINED TOTALS; A PARTITION TRAILER IS PROVED AND        *
050500*    DROPPED.                                                  *
050600*--------------------------------------------------------------*
050700 2000-MERGE-SCHEDULE.
050800     IF PT-TRAILER-ID = "**TRAILER*"
050900         PERFORM 2100-PROVE-PARTITION
051000             THRU 2100-PROVE-PARTITION-EXIT
051100         GO TO 2000-MERGE-SCHEDULE-NEXT
051200     END-IF
051300     IF PK-LOAN-NUMBER < WS-LAST-LOAN-NUMBER
051400         DISPLAY "LOANBMRG: SCHEDULE OUT OF LOAN ORDER AT LOAN "
051500             PK-LOAN-NUMBER
051600         MOVE "Y" TO WS-MERGE-ERROR-SW
051700     END-IF
051800     MOVE PK-LOAN-NUMBER   TO WS-LAST-LOAN-NUMBER
051900     MOVE LOANPSKD-RECORD  TO LOANSKED-RECORD
052000     MOVE LS-PRINCPAID     TO WS-NUM-PRINCPAID
052100     MOVE LS-INTPAID       TO WS-NUM-INTPAID
052200     MOVE LS-PAYMENT       TO WS-NUM-PAYMENT
052300     ADD 1                TO WS-PART-REC-COUNT
052400     ADD WS-NUM-PRINCPAID TO WS-PART-PRINC-TOTAL
052500     ADD WS-NUM-INTPAID   TO WS-PART-INT-TOTAL
052600     ADD WS-NUM-PAYMENT   TO WS-PART-PAYMENT-HASH
052700     ADD 1                TO WS-SKED-REC-COUNT
052800     ADD WS-NUM-PRINCPAID TO WS-SKED-PRINC-TOTAL
052900     ADD WS-NUM-INTPAID   TO WS-SKED-INT-TOTAL
053000     ADD WS-NUM-PAYMENT   TO WS-SKED-PAYMENT-HASH
053100     MOVE LOANSKED-RECORD  TO LOANSKEDG-RECORD
053200     WRITE LOANSKEDG-RECORD
053300     PERFORM 2200-WRITE-KEYED-SCHEDULE
053400         THRU 2200-WRITE-KEYED-SCHEDULE-EXIT
053500     WRITE LOANSKED-RECORD.
053600 2000-MERGE-SCHEDULE-NEXT.
053700     READ LOANPSKD
053800         AT END MOVE "Y" TO WS-PSKD-EOF-SW
053900     END-READ.
054000
054100 2000-MERGE-SCHEDULE-EXIT.
054200     EXIT.
054300
054400*--------------------------------------------------------------*
054500* 2100-PROVE-PARTITION - THE ROWS SINCE THE LAST TRAILER MUST  *
054600*    MATCH THIS TRAILER'S COUNT AND TOTALS, OR THE PARTITION   *
054700*    FILE WAS TRUNCATED OR CONCATENATED OUT OF PLACE           *
054800*--------------------------------------------------------------*
054900 2100-PROVE-PARTITION.
055000     ADD 1 TO WS-TRAILER-COUNT
055100     MOVE WS-PART-REC-COUNT    TO WS-PF-RECORD-COUNT
055200     MOVE WS-PART-PRINC-TOTAL  TO WS-PF-TOTAL-PRINC
055300     MOVE WS-PART-INT-TOTAL    TO WS-PF-TOTAL-INT
055400     MOVE WS-PART-PAYMENT-HASH TO WS-PF-PAYMENT-HASH
055500     IF WS-PF-RECORD-COUNT NOT = PT-RECORD-COUNT
055600             OR WS-PF-TOTAL-PRINC NOT = PT-TOTAL-PRINC
055700             OR WS-PF-TOTAL-INT NOT = PT-TOTAL-INT
055800             OR WS-PF-PAYMENT-HASH NOT = PT-PAYMENT-HASH
055900         DISPLAY "LOANBMRG: PARTITION SCHEDULE " WS-TRAILER-COUNT
056000             " OUT OF BALANCE WITH ITS TRAILER, ROWS "
056100             WS-PF-RECORD-COUNT " TRAILER " PT-RECORD-COUNT
056200         MOVE "Y" TO WS-MERGE-ERROR-SW
056300     END-IF
056400     MOVE ZERO TO WS-PART-REC-COUNT
056500     MOVE ZERO TO WS-PART-PRINC-TOTAL
056600     MOVE ZERO TO WS-PART-INT-TOTAL
056700     MOVE ZERO TO WS-PART-PAYMENT-HASH.
056800
056900 2100-PROVE-PARTITION-EXIT.
057000     EXIT.
057100
057200*--------------------------------------------------------------*
057300* 2200-WRITE-KEYED-SCHEDULE - THE ROW JUST COPIED, DE-EDITED   *
057400*    INTO THE NUMERIC LOANSKIX LAYOUT. THE PARTITIONS ASCEND   *
057500*    IN LOAN ORDER, SO THE KEYED FILE LOADS SEQUENTIALLY.      *
057600*--------------------------------------------------------------*
057700 2200-WRITE-KEYED-SCHEDULE.
057800     MOVE SPACES          TO LOANSKIX-RECORD
057900     MOVE LS-LOAN-NUMBER  TO SX-LOAN-NUMBER
058000     MOVE LS-MONTH        TO SX-MONTH
058100     MOVE LS-INTPAID      TO SX-INTPAID
058200     MOVE LS-PRINCPAID    TO SX-PRINCPAID
058300     MOVE LS-PAYMENT      TO SX-PAYMENT
058400     MOVE LS-BALANCE      TO SX-BALANCE
058500     MOVE LS-LATE-FLAG    TO SX-LATE-FLAG
058600     MOVE LS-LATEFEE      TO SX-LATEFEE
058700     MOVE LS-ESCROW       TO SX-ESCROW
058800     WRITE LOANSKIX-RECORD
058900         INVALID KEY
059000             ADD 1 TO WS-SKIX-ERROR-COUNT
059100             DISPLAY "LOANBMRG: LOANSKIX WRITE FAILED, LOAN "
059200                 SX-LOAN-NUMBER " MONTH " SX-MONTH
059300                 " STATUS " WS-SKIX-STATUS
059400     END-WRITE.
059500
059600 2200-WRITE-KEYED-SCHEDULE-EXIT.
059700     EXIT.
059800
059900*--------------------------------------------------------------*
060000* 2900-WRITE-TRAILER - EVERY PARTITION SCHEDULE MUST HAVE      *
060100*    ENDED IN ITS TRAILER; THE COMBINED FILE GETS ONE TRAILER  *
060200*    CARRYING THE TOTALS OF THE WHOLE NIGHT                    *
060300*--------------------------------------------------------------*
060400 2900-WRITE-TRAILER.
060500     IF WS-PART-REC-COUNT > ZERO
060600         DISPLAY "LOANBMRG: " WS-PART-REC-COUNT
060700             " SCHEDULE ROWS AFTER THE LAST PARTITION TRAILER"
060800         MOVE "Y" TO WS-MERGE-ERROR-SW
060900     END-IF
061000     IF WS-TRAILER-COUNT NOT = WS-PART-COUNT
061100         DISPLAY "LOANBMRG: " WS-TRAILER-COUNT
061200             " PARTITION SCHEDULES FOUND, " WS-PART-COUNT
061300             " PARTITIONS ON LOANPARM"
061400         MOVE "Y" TO WS-MERGE-ERROR-SW
061500     END-IF
061600     MOVE SPACES               TO LOANSKED-TRAILER
061700     MOVE "**TRAILER*"         TO LT-TRAILER-ID
061800     MOVE WS-SKED-REC-COUNT    TO LT-RECORD-COUNT
061900     MOVE WS-SKED-PRINC-TOTAL  TO LT-TOTAL-PRINC
062000     MOVE WS-SKED-INT-TOTAL    TO LT-TOTAL-INT
062100     MOVE WS-SKED-PAYMENT-HASH TO LT-PAYMENT-HASH
062200     MOVE LOANSKED-TRAILER     TO LOANSKEDG-RECORD
062300     WRITE LOANSKED-TRAILER
062400     WRITE LOANSKEDG-RECORD.
062500
062600 2900-WRITE-TRAILER-EXIT.
062700     EXIT.
062800
062900*--------------------------------------------------------------*
063000* 3000-COPY-AUDIT - EVERY PARTITION AUDIT RECORD, EACH         *
063100*    PARTITION'S RUN-PARAMETER ECHO INCLUDED, APPENDED TO THE  *
063200*    AUDIT TRAIL                                               *
063300*--------------------------------------------------------------*
063400 3000-COPY-AUDIT.
063500     MOVE LOANPAUD-RECORD TO LOANAUDIT-RECORD
063600     WRITE LOANAUDIT-RECORD
063700     ADD 1 TO WS-AUDIT-COUNT
063800     READ LOANPAUD
063900         AT END MOVE "Y" TO WS-PAUD-EOF-SW
064000     END-READ.
064100
064200 3000-COPY-AUDIT-EXIT.
064300     EXIT.
064400
064500*--------------------------------------------------------------*
064600* 4000-COPY-SNAPSHOT - ONE MASTER IMAGE PER ITERATION          *
064700*--------------------------------------------------------------*
064800 4000-COPY-SNAPSHOT.
064900     MOVE LOANPSNP-RECORD TO LOANSNAPN-RECORD
065000     WRITE LOANSNAPN-RECORD
065100     ADD 1 TO WS-SNAP-COUNT
065200     READ LOANPSNP
065300         AT END MOVE "Y" TO WS-PSNP-EOF-SW
065400     END-READ.
065500
065600 4000-COPY-SNAPSHOT-EXIT.
065700     EXIT.
065800
065900*--------------------------------------------------------------*
066000* 5000-PROVE-COVERAGE - EVERY LOAN A PARTITION READS LEAVES    *
066100*    ONE SNAPSHOT IMAGE, SO THE COMBINED SNAPSHOT MUST COUNT   *
066200*    THE SAME AS THE MASTER; FEWER MEANS A GAP BETWEEN RANGES  *
066300*    LEFT LOANS UNAMORTIZED TONIGHT                            *
066400*--------------------------------------------------------------*
066500 5000-PROVE-COVERAGE.
066600     PERFORM 5100-COUNT-MASTER THRU 5100-COUNT-MASTER-EXIT
066700         UNTIL END-OF-LOANMAST
066800     IF WS-SNAP-COUNT NOT = WS-MAST-COUNT
066900         DISPLAY "LOANBMRG: PARTITIONS COVERED " WS-SNAP-COUNT
067000             " LOANS, MASTER HOLDS " WS-MAST-COUNT
067100         MOVE "Y" TO WS-MERGE-ERROR-SW
067200     END-IF.
067300
067400 5000-PROVE-COVERAGE-EXIT.
067500     EXIT.
067600
067700 5100-COUNT-MASTER.
067800     READ LOANMAST
067900         AT END
068000             MOVE "Y" TO WS-MAST-EOF-SW
068100             GO TO 5100-COUNT-MASTER-EXIT
068200     END-READ
068300     ADD 1 TO WS-MAST-COUNT.
068400
068500 5100-COUNT-MASTER-EXIT.
068600     EXIT.
068700
068800*--------------------------------------------------------------*
068900* 9000-TERMINATE - A MERGE IN ERROR ENDS 16, WHICH FAILS THE   *
069000*    LOANBATCH CYCLE RECORD AS WELL AS THIS STEP'S OWN         *
069100*--------------------------------------------------------------*
069200 9000-TERMINATE.
069300     CLOSE LOANPSKD
069400     CLOSE LOANPAUD
069500     CLOSE LOANPSNP
069600     CLOSE LOANMAST
069700     CLOSE LOANSKED
069800     CLOSE LOANSKEDG
069900     CLOSE LOANSKIX
070000     CLOSE LOANSNAPN
070100     CLOSE LOANAUDIT
070200     DISPLAY "LOANBMRG: PARTITIONS MERGED = " WS-PART-COUNT
070300     DISPLAY "LOANBMRG: SCHEDULE ROWS = " WS-SKED-REC-COUNT
070400     DISPLAY "LOANBMRG: AUDIT RECORDS = " WS-AUDIT-COUNT
070500     DISPLAY "LOANBMRG: SNAPSHOT IMAGES = " WS-SNAP-COUNT
070600     IF WS-SKIX-ERROR-COUNT > ZERO
070700         DISPLAY "LOANBMRG: LOANSKIX ROWS NOT WRITTEN = "
070800             WS-SKIX-ERROR-COUNT
070900         MOVE "Y" TO WS-MERGE-ERROR-SW
071000     END-IF
071100     IF MERGE-IN-ERROR
071200         DISPLAY "LOANBMRG: MERGE FAILED - LOANBATCH NOT COMPLETE"
071300         MOVE 16 TO RETURN-CODE
071400     END-IF
071500     PERFORM 9100-RECORD-END THRU 9100-RECORD-END-EXIT.
071600
071700*--------------------------------------------------------------*
071800* 9100-RECORD-END - END THIS STEP AND THE LOANBATCH RECORD     *
071900*    EVERY PARTITION HELD RUNNING, WITH THE SAME RETURN CODE   *
072000*--------------------------------------------------------------*
072100 9100-RECORD-END.
072200     MOVE "E"              TO WS-CY-FUNCTION
072300     MOVE "LOANBMRG "      TO WS-CY-PROGRAM
072400     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
072500     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
072600     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST
072700     MOVE "LOANBATCH"      TO WS-CY-PROGRAM
072800     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
072900
073000 9100-RECORD-END-EXIT.
073100     EXIT.
073200
073300*--------------------------------------------------------------*
073400* 9900-ABORT-RUN - A CHECK FAILED BEFORE ANY OUTPUT WAS        *
073500*    WRITTEN: FAIL THE CYCLE RECORDS AND STOP                  *
073600*--------------------------------------------------------------*
073700 9900-ABORT-RUN.
073800     MOVE 16 TO RETURN-CODE
073900     PERFORM 9100-RECORD-END THRU 9100-RECORD-END-EXIT
074000     GOBACK.
074100
074200 END PROGRAM LOANBMRG.
