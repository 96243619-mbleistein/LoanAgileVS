001364*  2026-09-02  LSG  Buydown step fields added to the            *
001365*               master record layout and the LOANAMORT linkage; *
001366*               subsidy total carried on OUTDATA.               *
001368*  2026-09-18  LSG  Keying operator and approver added to the  *
001370*               journal record for LOANUPDT dual control;      *
001372*               written blank here.                            *
001374*  2026-09-22  LSG  SCRA servicemember rate cap: the           *
001376*               borrower's service dates are read from         *
001378*               LOANCUST and turned into the loan months from  *
001380*               the start of service through 12 months after   *
001382*               it ends, passed to LOANAMORT with the 6% cap;  *
001384*               interest above the cap is forgiven and         *
001386*               recorded on the audit record. A                *
001388*               servicemember's loan bypasses change           *
001390*               detection.                                     *
001392*  2026-09-27  LSG  Keyed schedule LOANSKIX written alongside  *
001394*               LOANSKED, keyed on loan number and month with  *
001396*               the amounts de-edited once into signed numeric *
001398*               fields, so downstream steps read the months    *
001400*               they need directly. LOANBAL proves it against  *
001402*               the LOANSKED trailer.                          *
001404*  2026-09-28  LSG  Partitioned parallel run: LOANPARM may     *
001406*               carry partition records after the run-control  *
001408*               record, each a loan-number range. A step given *
001410*               a LOANPSEL card runs only its partition's      *
001412*               range with its own checkpoint, restart and     *
001414*               output data sets, records its own LOANCYCL     *
001416*               entry under LOANBPTnn and holds the LOANBATCH  *
001418*               entry running until LOANBMRG merges the        *
001420*               partitions. No card runs the whole book as     *
001422*               before.                                        *
001424*  2026-09-30  LSG  Email address and paper or electronic      *
001426*               delivery preference appended to the customer   *
001428*               record layout.                                 *
001430*  2026-10-05  LSG  Reject image widened to 400 bytes for the  *
001432*               boarding transfer detail.                      *
001434*--------------------------------------------------------------*
001436
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
001700 SOURCE-COMPUTER. IBM-370.
002210         ACCESS MODE IS SEQUENTIAL
002220         RECORD KEY IS LM-LOAN-NUMBER
002230         FILE STATUS IS WS-MAST-STATUS.
002240     SELECT LOANCUST ASSIGN TO "LOANCUST"
002245         ORGANIZATION IS INDEXED
002250         ACCESS MODE IS RANDOM
002255         RECORD KEY IS CU-CUSTOMER-ID
002260         FILE STATUS IS WS-CUST-STATUS.
002265     SELECT LOANPSEL ASSIGN TO "LOANPSEL"
002270         ORGANIZATION IS SEQUENTIAL
002275         FILE STATUS IS WS-PSEL-STATUS.
002300     SELECT LOANSKED ASSIGN TO "LOANSKED"
002400         ORGANIZATION IS SEQUENTIAL.
002405     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
002410         ORGANIZATION IS INDEXED
002415         ACCESS MODE IS SEQUENTIAL
002420         RECORD KEY IS SX-KEY
002425         FILE STATUS IS WS-SKIX-STATUS.
002450     SELECT LOANCKPT ASSIGN TO "LOANCKPT"
002460         ORGANIZATION IS SEQUENTIAL
002470         FILE STATUS IS WS-CKPT-STATUS.
003930         10 LM-BUYDOWN-MONTHS    PIC S9(4)      COMP.
003931         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
004000
004002*--------------------------------------------------------------*
004004* LOANCUST - CUSTOMER MASTER, KEYED ON CU-CUSTOMER-ID, READ    *
004006*    FOR THE BORROWER'S SERVICEMEMBER DATES                    *
004008*--------------------------------------------------------------*
004010 FD  LOANCUST
004012     RECORDING MODE IS F.
004014 01  LOANCUST-RECORD.
004016     05 CU-CUSTOMER-ID           PIC X(10).
004018     05 CU-NAME                  PIC X(30).
004020     05 CU-ADDR-1                PIC X(30).
004022     05 CU-ADDR-2                PIC X(30).
004024     05 CU-CITY                  PIC X(20).
004026     05 CU-STATE                 PIC X(02).
004028     05 CU-ZIP                   PIC X(09).
004030     05 CU-PHONE                 PIC X(15).
004032     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
004034         88 CU-ACTIVE-DUTY                      VALUE "Y".
004036     05 CU-SERVICE-START-DATE    PIC 9(08).
004038     05 CU-SERVICE-END-DATE      PIC 9(08).
004040     05 CU-TAX-ID                PIC X(09).
004042     05 CU-BIRTH-DATE            PIC 9(08).
004044     05 CU-EMAIL-ADDRESS         PIC X(40).
004046     05 CU-DELIVERY-PREF         PIC X(01).
004048         88 CU-DELIVER-PAPER                    VALUE " " "P".
004050         88 CU-DELIVER-ELECTRONIC               VALUE "E".
004052
004054*--------------------------------------------------------------*
004056* LOANSKIX - THE SAME SCHEDULE KEYED ON LOAN NUMBER AND MONTH, *
004058*    AMOUNTS HELD AS SIGNED NUMERIC FIELDS, SO A STEP THAT     *
004060*    NEEDS ONE LOAN'S MONTH READS IT DIRECTLY INSTEAD OF       *
004062*    PASSING THE WHOLE FILE AND DE-EDITING IT. REBUILT EVERY   *
004064*    NIGHT WITH LOANSKED; LOANBAL PROVES IT AGAINST THE        *
004066*    LOANSKED TRAILER.                                         *
004068*--------------------------------------------------------------*
004070 FD  LOANSKIX
004072     RECORDING MODE IS F.
004074 01  LOANSKIX-RECORD.
004076     05 SX-KEY.
004078         10 SX-LOAN-NUMBER       PIC X(10).
004080         10 SX-MONTH             PIC 9(04).
004082     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
004084     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
004086     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
004088     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
004090     05 SX-LATE-FLAG             PIC X(01).
004092     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
004094     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
004096     05 FILLER                   PIC X(10).
004098
004100*--------------------------------------------------------------*
004200* LOANSKED - FLATTENED MONTH-BY-MONTH SCHEDULE, ALL LOANS      *
004300*--------------------------------------------------------------*
005419     05 AU-RECON-FLAG            PIC X(1).
005421     05 AU-CAP-INTEREST          PIC S9(9)V99   COMP-3.
005422     05 AU-BUYDOWN-SUBSIDY       PIC S9(9)V99   COMP-3.
005470     05 AU-SCRA-FORGIVEN         PIC S9(9)V99   COMP-3.
005422
005423*--------------------------------------------------------------*
005424* RUN-PARAMETER ECHO RECORD - FIRST RECORD OF EVERY RUN,       *
005437     05 AP-OPT-FULL-RUN          PIC X(01).
005438     05 AP-GENERATIONS-KEPT      PIC 9(02).
005439     05 AP-RECON-TOLERANCE       PIC 9(03)V99.
005471     05 AP-PARTITION-NO          PIC 9(02).
005441     05 FILLER                   PIC X(35).
005417
005420*--------------------------------------------------------------*
005421* LOANSNAP / LOANSNAPN - LAST-RUN IMAGE OF EACH MASTER RECORD, *
005554     05 JR-LOAN-NUMBER           PIC X(10).
005555     05 JR-BEFORE-IMAGE          PIC X(223).
005556     05 JR-AFTER-IMAGE           PIC X(223).
005558     05 JR-OPERATOR-ID           PIC X(08).
005559     05 JR-APPROVER-ID           PIC X(08).
005557
005497*--------------------------------------------------------------*
005498* LOANFORB - FORBEARANCE TRANSACTIONS, SORTED BY LOAN NUMBER,  *
005492     05 RJ-LOAN-NUMBER           PIC X(10).
005493     05 RJ-STATUS                PIC X(02).
005494     05 RJ-REASON                PIC X(30).
005495     05 RJ-RECORD-IMAGE          PIC X(400).
005496
005455*--------------------------------------------------------------*
005456* LOANPARM - ONE RUN-CONTROL RECORD: THE BUSINESS DATE THE     *
005476     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
005481     05 PR-GENERATIONS-KEPT      PIC 9(02).
005477
005480*--------------------------------------------------------------*
005490* LOANPARM PARTITION RECORDS - FOLLOW THE RUN-CONTROL RECORD   *
005510*    WHEN THE NIGHT IS SPLIT INTO PARALLEL STEPS, ONE PER      *
005520*    PARTITION, IDENTIFIED BY "PART" IN THE DATE POSITION.     *
005530*    EACH NAMES THE FIRST AND LAST LOAN NUMBER OF ITS RANGE; A *
005540*    BLANK LOW STARTS AT THE FIRST LOAN ON THE MASTER AND A    *
005550*    BLANK HIGH RUNS TO THE LAST. RANGES ASCEND WITH THE       *
005560*    PARTITION NUMBER AND DO NOT OVERLAP (LOANBMRG PROVES IT). *
005561*--------------------------------------------------------------*
005562 01  LOANPARM-PARTITION-RECORD.
005563     05 PP-RECORD-ID             PIC X(04).
005564     05 PP-PARTITION-NO          PIC 9(02).
005565     05 PP-LOW-LOAN              PIC X(10).
005566     05 PP-HIGH-LOAN             PIC X(10).
005567
005568*--------------------------------------------------------------*
005569* LOANPSEL - PARTITION SELECT CARD FOR ONE PARALLEL STEP: THE  *
005570*    PARTITION NUMBER THIS STEP RUNS. WITHOUT IT THE STEP RUNS *
005571*    THE WHOLE BOOK IN ONE STREAM AS ALWAYS. EVERY PARTITION   *
005572*    STEP HAS ITS OWN LOANCKPT, LOANSKED, LOANSKEDG, LOANSKIX, *
005573*    LOANSNAPN AND LOANAUDIT DATA SETS; LOANBMRG COMBINES THEM *
005574*    ONCE EVERY PARTITION HAS ENDED CLEAN.                     *
005575*--------------------------------------------------------------*
005576 FD  LOANPSEL
005577     RECORDING MODE IS F.
005578 01  LOANPSEL-RECORD.
005579     05 PS-PARTITION-NO          PIC 9(02).
005580     05 FILLER                   PIC X(78).
005581
005438*--------------------------------------------------------------*
005439* LOANSKEDP - THE PRIOR RUN'S LOANSKED, ROWS CARRIED FORWARD   *
005440*    FOR LOANS THAT HAVE NOT CHANGED SINCE YESTERDAY           *
005500 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
005600     88 END-OF-LOANMAST                         VALUE "Y".
005700 77  WS-LOAN-COUNT                PIC 9(07)      COMP   VALUE ZERO.
005703 77  WS-CUST-STATUS              PIC X(02)      VALUE "00".
005706 77  WS-CUST-OPEN-SW             PIC X(01)      VALUE "N".
005709     88 CUST-FILE-OPEN                           VALUE "Y".
005712 77  WS-SCRA-CUST-SW             PIC X(01)      VALUE "N".
005715     88 SCRA-CUSTOMER                            VALUE "Y".
005718 77  WS-SCRA-CAP-RATE-K          PIC S9(3)V9(4) COMP-3
005721                                                VALUE 6.0000.
005724 77  WS-SCRA-TAIL-MONTHS         PIC S9(04)     COMP   VALUE 12.
005727 77  WS-SCRA-WIN-START           PIC S9(04)     COMP   VALUE ZERO.
005730 77  WS-SCRA-WIN-END             PIC S9(04)     COMP   VALUE ZERO.
005733 77  WS-FIRST-PMT-NO             PIC S9(06)     COMP   VALUE ZERO.
005736 77  WS-SVC-START-NO             PIC S9(06)     COMP   VALUE ZERO.
005739 77  WS-SVC-END-NO               PIC S9(06)     COMP   VALUE ZERO.
005742 77  WS-SCRA-LOAN-COUNT          PIC 9(07)      COMP   VALUE ZERO.
005745 77  WS-SCRA-FORGIVEN-TOTAL      PIC S9(9)V99   COMP-3 VALUE ZERO.
005748 77  WS-SKIX-STATUS              PIC X(02)      VALUE "00".
005751 77  WS-SKIX-ERROR-COUNT         PIC 9(07)      COMP   VALUE ZERO.
005754 77  WS-PSEL-STATUS              PIC X(02)      VALUE "00".
005757 77  WS-PARM-EOF-SW              PIC X(01)      VALUE "N".
005760     88 END-OF-LOANPARM                          VALUE "Y".
005763 77  WS-PARTITION-SW             PIC X(01)      VALUE "N".
005766     88 PARTITIONED-RUN                          VALUE "Y".
005769 77  WS-PARTITION-NO             PIC 9(02)      VALUE ZERO.
005772 77  WS-PART-LOW                 PIC X(10)      VALUE SPACES.
005775 77  WS-PART-HIGH                PIC X(10)      VALUE HIGH-VALUES.
005778 77  WS-CYCLE-NAME               PIC X(09)      VALUE "LOANBATCH".
005800 77  WS-MONTH-SUB                 PIC S9(04)     COMP   VALUE ZERO.
005805 77  WS-RESET-SUB                 PIC S9(04)     COMP   VALUE ZERO.
005805 77  WS-MAST-STATUS               PIC X(02)      VALUE "00".
006620     05 WS-RATE-RESETS OCCURS 12 TIMES.
006640         10 WS-RESET-EFF-MONTH   PIC S9(4)      COMP.
006645         10 WS-RESET-RATE        PIC S9(9)V9(9).
006646     05 WS-SCRA-START-MONTH   PIC S9(4)      COMP.
006647     05 WS-SCRA-END-MONTH     PIC S9(4)      COMP.
006648     05 WS-SCRA-CAP-RATE      PIC S9(3)V9(4) COMP-3.
006650     05 WS-EXTRA-PRINCIPAL OCCURS 1 TO 480 TIMES
006660         DEPENDING ON WS-LOANTERM.
006670         10 WS-EXTRA-PRIN-AMT    PIC S9(8)V99   COMP-3.
006897     05 WS-RECON-FLAG            PIC X(1).
006898     05 WS-OUTTOTCAPINT          PIC S9(9)V99   COMP-3.
006899     05 WS-OUTTOTSUBSIDY         PIC S9(9)V99   COMP-3.
006901     05 WS-OUTTOTFORGIVEN        PIC S9(9)V99   COMP-3.
006898     05 WS-LOANAMORT-STATUS      PIC X(2).
006900     05 WS-PAYMENTS OCCURS 1 TO 480 TIMES
007000         DEPENDING ON WS-LOANTERM.
007460         10 WS-OUTLATE-FLAG      PIC X(1).
007470         10 WS-OUTLATEFEE        PIC $,$$$.99.
007600
007605*--------------------------------------------------------------*
007610* WS-PART-CYCLE-NAME - A PARTITION STEP'S OWN LOANCYCL KEY,    *
007615*    LOANBPT FOLLOWED BY THE PARTITION NUMBER                  *
007620*--------------------------------------------------------------*
007625 01  WS-PART-CYCLE-NAME.
007630     05 FILLER                   PIC X(07)      VALUE "LOANBPT".
007635     05 WS-PCN-PARTITION-NO      PIC 9(02)      VALUE ZERO.
007640
007645*--------------------------------------------------------------*
007650* WS-SCRA-DATE - A SERVICE DATE BROKEN OUT TO YEAR AND MONTH   *
007655*--------------------------------------------------------------*
007660 01  WS-SCRA-DATE.
007665     05 WS-SD-DATE               PIC 9(08).
007670     05 WS-SD-PARTS REDEFINES WS-SD-DATE.
007675         10 WS-SD-YEAR           PIC 9(04).
007680         10 WS-SD-MONTH          PIC 9(02).
007685         10 WS-SD-DAY            PIC 9(02).
007690
007700 PROCEDURE DIVISION.
007800*--------------------------------------------------------------*
007900* 0000-MAINLINE                                                *
009100 1000-INITIALIZE.
009140     PERFORM 1050-READ-RUN-PARMS
009145         THRU 1050-READ-RUN-PARMS-EXIT
009146     MOVE "S"           TO WS-CY-FUNCTION
009147     MOVE WS-CYCLE-NAME TO WS-CY-PROGRAM
009148     MOVE WS-RUN-DATE   TO WS-CY-BUSINESS-DATE
009149     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST
009150     OPEN I-O LOANMAST
009151     IF WS-MAST-STATUS NOT = "00"
009201             END-READ
009202         END-IF
009203     END-IF
009210*    A PARTITION STEP ALSO MARKS THE LOANBATCH RECORD RUNNING, SO
009220*    NO DOWNSTREAM VERIFY PASSES UNTIL LOANBMRG HAS PROVED EVERY
009230*    PARTITION CLEAN AND ENDED IT
009240     IF PARTITIONED-RUN
009250         MOVE "LOANBATCH" TO WS-CY-PROGRAM
009260         CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST
009270     END-IF
009280     OPEN INPUT LOANCUST
009290     IF WS-CUST-STATUS = "00"
009300         MOVE "Y" TO WS-CUST-OPEN-SW
009310     ELSE
009320         DISPLAY "LOANBATCH: CUSTOMER FILE LOANCUST ABSENT,"
009330             " NO SCRA RATE CAPS APPLIED"
009340     END-IF
009350     OPEN OUTPUT LOANSKIX
009360     IF WS-SKIX-STATUS NOT = "00"
009370         DISPLAY "LOANBATCH: KEYED SCHEDULE LOANSKIX NOT OPENED,"
009380             " STATUS " WS-SKIX-STATUS
009390         MOVE 16 TO RETURN-CODE
009400         GOBACK
009410     END-IF
009420     IF PARTITIONED-RUN
009430         PERFORM 1090-POSITION-PARTITION
009440             THRU 1090-POSITION-PARTITION-EXIT
009450     END-IF
009460     IF NOT END-OF-LOANMAST
009470         PERFORM 2010-READ-MASTER THRU 2010-READ-MASTER-EXIT
009480     END-IF
009500     IF WS-RESTART-LOAN-NUMBER NOT = SPACES
009550         PERFORM 1200-SKIP-COMPLETED-LOANS
009560             THRU 1200-SKIP-COMPLETED-LOANS-EXIT
009635     MOVE PR-OPT-SKIP-DELQ   TO WS-OPT-SKIP-DELQ
009636     MOVE PR-OPT-FULL-RUN    TO WS-OPT-FULL-RUN
009637     MOVE PR-BUSINESS-DATE   TO WS-RUN-DATE
009648     PERFORM 1080-SELECT-PARTITION
009649         THRU 1080-SELECT-PARTITION-EXIT
009638     CLOSE LOANPARM.
009635
009636 1050-READ-RUN-PARMS-EXIT.
009645 1060-ECHO-PARAMETERS.
009646     MOVE SPACES             TO LOANAUDIT-PARMS-RECORD
009647     MOVE "*RUNPARMS*"       TO AP-RECORD-ID
009651     MOVE WS-PARTITION-NO    TO AP-PARTITION-NO
009652     MOVE WS-RUN-DATE        TO AP-RUN-DATE
009653     MOVE WS-RUN-TIME        TO AP-RUN-TIME
009654     MOVE WS-RUN-ID          TO AP-RUN-ID
009662         " SKED-ONLY=" WS-OPT-SKED-ONLY
009663         " SKIP-DELQ=" WS-OPT-SKIP-DELQ
009664         " FULL-RUN=" WS-OPT-FULL-RUN
009665         " GENERATIONS=" WS-GENERATIONS-KEPT
009736         " PARTITION=" WS-PARTITION-NO.
009665
009666 1060-ECHO-PARAMETERS-EXIT.
009667     EXIT.
009732 1075-LOAD-ONE-INDEX-EXIT.
009733     EXIT.
009734
009737*--------------------------------------------------------------*
009738* 1080-SELECT-PARTITION - A LOANPSEL CARD MAKES THIS A         *
009739*    PARTITION STEP: ITS NUMBER MUST MATCH A PARTITION RECORD  *
009742*    ON LOANPARM, WHOSE LOAN RANGE BOUNDS THE STEP. THE STEP   *
009743*    RECORDS ITS OWN LOANCYCL ENTRY UNDER LOANBPTNN. NO CARD   *
009744*    MEANS ONE STREAM OVER THE WHOLE BOOK UNDER LOANBATCH.     *
009745*--------------------------------------------------------------*
009746 1080-SELECT-PARTITION.
009747     OPEN INPUT LOANPSEL
009748     IF WS-PSEL-STATUS NOT = "00"
009749         GO TO 1080-SELECT-PARTITION-EXIT
009751     END-IF
009752     READ LOANPSEL
009753         AT END
009754             DISPLAY "LOANBATCH: PARTITION SELECT CARD EMPTY"
009755             MOVE 16 TO RETURN-CODE
009756             GOBACK
009757     END-READ
009758     CLOSE LOANPSEL
009759     IF PS-PARTITION-NO NOT NUMERIC
009761             OR PS-PARTITION-NO = ZERO
009762         DISPLAY "LOANBATCH: PARTITION NUMBER INVALID "
009763             PS-PARTITION-NO
009764         MOVE 16 TO RETURN-CODE
009765         GOBACK
009766     END-IF
009767     MOVE PS-PARTITION-NO TO WS-PARTITION-NO
009768     PERFORM 1085-FIND-PARTITION THRU 1085-FIND-PARTITION-EXIT
009769         UNTIL END-OF-LOANPARM
009771             OR PARTITIONED-RUN
009772     IF NOT PARTITIONED-RUN
009773         DISPLAY "LOANBATCH: PARTITION " WS-PARTITION-NO
009774             " NOT DEFINED ON LOANPARM"
009775         MOVE 16 TO RETURN-CODE
009776         GOBACK
009777     END-IF
009778     IF WS-PART-LOW > WS-PART-HIGH
009779         DISPLAY "LOANBATCH: PARTITION " WS-PARTITION-NO
009781             " LOW LOAN " WS-PART-LOW " ABOVE HIGH LOAN "
009782             WS-PART-HIGH
009783         MOVE 16 TO RETURN-CODE
009784         GOBACK
009785     END-IF
009786     MOVE WS-PARTITION-NO    TO WS-PCN-PARTITION-NO
009787     MOVE WS-PART-CYCLE-NAME TO WS-CYCLE-NAME
009788     DISPLAY "LOANBATCH: PARTITION " WS-PARTITION-NO
009789         " LOANS " WS-PART-LOW " THRU " WS-PART-HIGH.
009791
009792 1080-SELECT-PARTITION-EXIT.
009793     EXIT.
009794
009795 1085-FIND-PARTITION.
009796     READ LOANPARM
009797         AT END
009798             MOVE "Y" TO WS-PARM-EOF-SW
009799             GO TO 1085-FIND-PARTITION-EXIT
009801     END-READ
009802     IF PP-RECORD-ID = "PART"
009803             AND PP-PARTITION-NO = WS-PARTITION-NO
009804         MOVE "Y"         TO WS-PARTITION-SW
009805         MOVE PP-LOW-LOAN TO WS-PART-LOW
009806         IF PP-HIGH-LOAN NOT = SPACES
009807             MOVE PP-HIGH-LOAN TO WS-PART-HIGH
009808         END-IF
009809     END-IF.
009811
009812 1085-FIND-PARTITION-EXIT.
009813     EXIT.
009814
009815*--------------------------------------------------------------*
009816* 1090-POSITION-PARTITION - START THE MASTER AT THE FIRST LOAN *
009817*    OF THIS STEP'S RANGE; AN EMPTY RANGE ENDS THE STEP CLEAN  *
009818*--------------------------------------------------------------*
009819 1090-POSITION-PARTITION.
009821     MOVE WS-PART-LOW TO LM-LOAN-NUMBER
009822     START LOANMAST KEY IS NOT LESS THAN LM-LOAN-NUMBER
009823         INVALID KEY
009824             MOVE "Y" TO WS-EOF-SW
009825     END-START.
009826
009827 1090-POSITION-PARTITION-EXIT.
009828     EXIT.
009829
009610*--------------------------------------------------------------*
009620* 1100-LOAD-RESTART-POINT - IF A PRIOR RUN LEFT A CHECKPOINT   *
009630*    FILE, READ IT THROUGH TO ITS LAST RECORD AND REMEMBER     *
009930         WS-RESTART-LOAN-NUMBER
009940     PERFORM UNTIL END-OF-LOANMAST
009950             OR LM-LOAN-NUMBER > WS-RESTART-LOAN-NUMBER
009960         PERFORM 2010-READ-MASTER THRU 2010-READ-MASTER-EXIT
009990     END-PERFORM.
010000
010010 1200-SKIP-COMPLETED-LOANS-EXIT.
010115         PERFORM 2070-CHECK-UNCHANGED
010120             THRU 2070-CHECK-UNCHANGED-EXIT
010125     END-IF
010126*    A SERVICEMEMBER'S LOAN IS RE-AMORTIZED EVERY NIGHT: THE
010127*    LOANCUST SERVICE DATES ARE NOT IN THE MASTER SNAPSHOT
010128     PERFORM 2066-RESOLVE-SCRA-WINDOW
010129         THRU 2066-RESOLVE-SCRA-WINDOW-EXIT
010130     IF LOAN-UNCHANGED AND NOT SCRA-CUSTOMER
010135         PERFORM 2080-CARRY-FORWARD
010140             THRU 2080-CARRY-FORWARD-EXIT
010145         IF WS-CARRY-ROWS > ZERO
010489         VARYING WS-MONTH-SUB FROM 1 BY 1
010499         UNTIL WS-MONTH-SUB > WS-LOANTERM
010500
010510     IF WS-SCRA-WIN-START > ZERO
010520         MOVE WS-SCRA-WIN-START  TO WS-SCRA-START-MONTH
010530         MOVE WS-SCRA-WIN-END    TO WS-SCRA-END-MONTH
010540         MOVE WS-SCRA-CAP-RATE-K TO WS-SCRA-CAP-RATE
010550         ADD 1 TO WS-SCRA-LOAN-COUNT
010560     END-IF
010600     CALL "LOANAMORT" USING
010700         BY REFERENCE WS-LOANINFO
010800         BY REFERENCE WS-OUTDATA
011300
011400     ADD 1 TO WS-LOAN-COUNT
011500 2000-PROCESS-LOANS-SKIP.
011600     PERFORM 2010-READ-MASTER THRU 2010-READ-MASTER-EXIT.
011900
012000 2000-PROCESS-LOANS-EXIT.
012005     EXIT.
012010
012015*--------------------------------------------------------------*
012020* 2010-READ-MASTER - NEXT LOAN ON THE MASTER; A PARTITION STEP *
012025*    STOPS AT THE LAST LOAN OF ITS RANGE                       *
012030*--------------------------------------------------------------*
012035 2010-READ-MASTER.
012040     READ LOANMAST
012045         AT END
012050             MOVE "Y" TO WS-EOF-SW
012055             GO TO 2010-READ-MASTER-EXIT
012060     END-READ
012065     IF PARTITIONED-RUN
012070             AND LM-LOAN-NUMBER > WS-PART-HIGH
012075         MOVE "Y" TO WS-EOF-SW
012080     END-IF.
012085
012090 2010-READ-MASTER-EXIT.
012100     EXIT.
012110
012120*--------------------------------------------------------------*
012237 2065-MATCH-FORBEARANCE-EXIT.
012238     EXIT.
012265
012280*--------------------------------------------------------------*
012290* 2066-RESOLVE-SCRA-WINDOW - READ THE BORROWER FROM LOANCUST   *
012310*    AND, FOR A SERVICEMEMBER, TURN THE SERVICE DATES INTO THE *
012340*    LOAN MONTHS WHERE THE SCRA RATE CAP APPLIES: FROM THE     *
012345*    MONTH SERVICE BEGAN THROUGH THE TAIL MONTHS AFTER IT      *
012346*    ENDED (TO MATURITY WHILE STILL SERVING). THE CAP COVERS   *
012347*    ONLY AN OBLIGATION INCURRED BEFORE SERVICE, TAKEN HERE AS *
012348*    A FIRST PAYMENT DUE NO LATER THAN THE MONTH SERVICE       *
012349*    BEGAN.                                                    *
012350*--------------------------------------------------------------*
012351 2066-RESOLVE-SCRA-WINDOW.
012352     MOVE "N"  TO WS-SCRA-CUST-SW
012353     MOVE ZERO TO WS-SCRA-WIN-START
012354     MOVE ZERO TO WS-SCRA-WIN-END
012355     IF NOT CUST-FILE-OPEN
012356         GO TO 2066-RESOLVE-SCRA-WINDOW-EXIT
012357     END-IF
012358     MOVE LM-CUSTOMER-ID TO CU-CUSTOMER-ID
012359     READ LOANCUST
012360         INVALID KEY
012361             GO TO 2066-RESOLVE-SCRA-WINDOW-EXIT
012362     END-READ
012363     IF CU-SERVICE-START-DATE NOT NUMERIC
012364             OR CU-SERVICE-START-DATE = ZERO
012365         GO TO 2066-RESOLVE-SCRA-WINDOW-EXIT
012366     END-IF
012367     MOVE "Y" TO WS-SCRA-CUST-SW
012368     IF LM-FIRST-PMT-MONTH = ZERO
012369         COMPUTE WS-FIRST-PMT-NO = (LM-FIRST-PMT-YEAR * 12) + 1
012370     ELSE
012371         COMPUTE WS-FIRST-PMT-NO =
012372             (LM-FIRST-PMT-YEAR * 12) + LM-FIRST-PMT-MONTH
012373     END-IF
012374     MOVE CU-SERVICE-START-DATE TO WS-SD-DATE
012375     COMPUTE WS-SVC-START-NO = (WS-SD-YEAR * 12) + WS-SD-MONTH
012376     IF WS-FIRST-PMT-NO > WS-SVC-START-NO
012377         GO TO 2066-RESOLVE-SCRA-WINDOW-EXIT
012378     END-IF
012379     IF CU-SERVICE-END-DATE NOT NUMERIC
012380             OR CU-SERVICE-END-DATE = ZERO
012381         MOVE LM-LOANTERM TO WS-SCRA-WIN-END
012382     ELSE
012383         MOVE CU-SERVICE-END-DATE TO WS-SD-DATE
012384         COMPUTE WS-SVC-END-NO = (WS-SD-YEAR * 12) + WS-SD-MONTH
012385         COMPUTE WS-SCRA-WIN-END = WS-SVC-END-NO
012386             + WS-SCRA-TAIL-MONTHS - WS-FIRST-PMT-NO + 1
012387         IF WS-SCRA-WIN-END > LM-LOANTERM
012388             MOVE LM-LOANTERM TO WS-SCRA-WIN-END
012389         END-IF
012390     END-IF
012391     COMPUTE WS-SCRA-WIN-START =
012392         WS-SVC-START-NO - WS-FIRST-PMT-NO + 1
012393     IF WS-SCRA-WIN-END < WS-SCRA-WIN-START
012394         MOVE ZERO TO WS-SCRA-WIN-START
012395         MOVE ZERO TO WS-SCRA-WIN-END
012396     END-IF.
012397
012398 2066-RESOLVE-SCRA-WINDOW-EXIT.
012399     EXIT.
012403
012266*--------------------------------------------------------------*
012267* 2067-REJECT-FORBEARANCE - A GRANT THAT FAILS THE WINDOW     *
012268*    EDITS GOES TO THE COMMON REJECT FILE FOR REPAIR; THE     *
012272         ADD WS-NUM-PAYMENT   TO WS-SKED-PAYMENT-HASH
012270         PERFORM 2170-WRITE-GENERATION
012271             THRU 2170-WRITE-GENERATION-EXIT
012401         PERFORM 2180-WRITE-KEYED-SCHEDULE
012402             THRU 2180-WRITE-KEYED-SCHEDULE-EXIT
012273         WRITE LOANSKED-RECORD
012274         ADD 1 TO WS-CARRY-ROWS
012275         PERFORM 1310-READ-PRIOR-SKED
012327*    CYCLE.                                                    *
012328*--------------------------------------------------------------*
012329 2098-WRITE-JOURNAL.
012330     MOVE SPACES          TO JR-OPERATOR-ID JR-APPROVER-ID
012331     ACCEPT WS-JRNL-TIME FROM TIME
012332     MOVE WS-RUN-DATE     TO JR-DATE
012333     MOVE WS-JRNL-TIME    TO JR-TIME
013295     ADD WS-NUM-PAYMENT   TO WS-SKED-PAYMENT-HASH
013296     PERFORM 2170-WRITE-GENERATION
013297         THRU 2170-WRITE-GENERATION-EXIT
013298     PERFORM 2180-WRITE-KEYED-SCHEDULE
013299         THRU 2180-WRITE-KEYED-SCHEDULE-EXIT
013300     WRITE LOANSKED-RECORD.
013400
013500 2100-WRITE-SCHEDULE-EXIT.
013600     EXIT.
013610
013611*--------------------------------------------------------------*
013612* 2180-WRITE-KEYED-SCHEDULE - THE SCHEDULE RECORD JUST BUILT,  *
013613*    DE-EDITED ONCE HERE INTO THE NUMERIC LOANSKIX LAYOUT.     *
013614*    LOANMAST IS READ IN LOAN ORDER AND MONTHS ASCEND, SO THE  *
013615*    KEYED FILE LOADS SEQUENTIALLY.                            *
013616*--------------------------------------------------------------*
013617 2180-WRITE-KEYED-SCHEDULE.
013618     MOVE SPACES          TO LOANSKIX-RECORD
013619     MOVE LS-LOAN-NUMBER  TO SX-LOAN-NUMBER
013620     MOVE LS-MONTH        TO SX-MONTH
013621     MOVE LS-INTPAID      TO SX-INTPAID
013622     MOVE LS-PRINCPAID    TO SX-PRINCPAID
013623     MOVE LS-PAYMENT      TO SX-PAYMENT
013624     MOVE LS-BALANCE      TO SX-BALANCE
013625     MOVE LS-LATE-FLAG    TO SX-LATE-FLAG
013626     MOVE LS-LATEFEE      TO SX-LATEFEE
013627     MOVE LS-ESCROW       TO SX-ESCROW
013628     WRITE LOANSKIX-RECORD
013629         INVALID KEY
013630             ADD 1 TO WS-SKIX-ERROR-COUNT
013631             DISPLAY "LOANBATCH: LOANSKIX WRITE FAILED, LOAN "
013632                 SX-LOAN-NUMBER " MONTH " SX-MONTH
013633                 " STATUS " WS-SKIX-STATUS
013634     END-WRITE.
013635
013636 2180-WRITE-KEYED-SCHEDULE-EXIT.
013637     EXIT.
013650
013660*--------------------------------------------------------------*
013670* 2150-MATCH-DELINQUENCY - ADVANCE THE LOANDELQ TRANSACTION    *
014030     MOVE WS-RUN-DATE              TO AU-RUN-DATE
014040     MOVE WS-RUN-TIME              TO AU-RUN-TIME
014045     MOVE WS-RUN-ID                TO AU-RUN-ID
014047     MOVE WS-OUTTOTFORGIVEN        TO AU-SCRA-FORGIVEN
014048     ADD WS-OUTTOTFORGIVEN         TO WS-SCRA-FORGIVEN-TOTAL
014050     MOVE WS-OUTTOTINTPAID         TO AU-TOTINTPAID
014052     MOVE WS-RECON-VARIANCE        TO AU-RECON-VARIANCE
014054     MOVE WS-RECON-FLAG            TO AU-RECON-FLAG
014200     CLOSE LOANMAST
014300     CLOSE LOANSKED
014305     CLOSE LOANSKEDG
014306     CLOSE LOANSKIX
014310     CLOSE LOANSNAPN
014320     IF CHANGE-MODE-ACTIVE
014330         CLOSE LOANSNAP
014365         CLOSE LOANDELQ
014366     END-IF
014370     CLOSE LOANAUDIT
014375     IF CUST-FILE-OPEN
014380         CLOSE LOANCUST
014385     END-IF
014400     DISPLAY "LOANBATCH: LOANS PROCESSED = " WS-LOAN-COUNT
014410     DISPLAY "LOANBATCH: CARRIED FORWARD = " WS-CARRIED-COUNT
014412     IF WS-SKIX-ERROR-COUNT > ZERO
014414         DISPLAY "LOANBATCH: LOANSKIX ROWS NOT WRITTEN = "
014416             WS-SKIX-ERROR-COUNT
014418     END-IF
014420     IF WS-IDX-UNRES-COUNT > ZERO
014430         DISPLAY "LOANBATCH: LOANS WITH UNRESOLVED INDEX = "
014440             WS-IDX-UNRES-COUNT
014450     END-IF
014451     IF WS-SCRA-LOAN-COUNT > ZERO
014452         DISPLAY "LOANBATCH: LOANS UNDER SCRA RATE CAP = "
014453             WS-SCRA-LOAN-COUNT
014454             " INTEREST FORGIVEN = " WS-SCRA-FORGIVEN-TOTAL
014455     END-IF
014456     IF PARTITIONED-RUN
014457         DISPLAY "LOANBATCH: PARTITION " WS-PARTITION-NO
014458             " ENDED, ROWS = " WS-SKED-REC-COUNT
014459     END-IF
014460     MOVE "E"           TO WS-CY-FUNCTION
014470     MOVE WS-CYCLE-NAME TO WS-CY-PROGRAM
014480     MOVE WS-RUN-DATE   TO WS-CY-BUSINESS-DATE
014490     MOVE RETURN-CODE   TO WS-CY-END-RETURN-CODE
014491     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
014500
014600 END PROGRAM LOANBATCH.
