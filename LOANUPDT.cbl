001475*               LOANPARM business date instead of the machine   *
001476*               date, matching LOANBATCH so a point-in-time     *
001477*               rebuild cuts off at a cycle.                    *
001478*  2026-09-18  LSG  Dual control. Every transaction now carries *
001479*               the operator who keyed it. A change to the     *
001480*               principal, rate, status code or ACH bank       *
001481*               fields, and any delete, is held on the         *
001482*               LOANPEND approval queue instead of applied; a  *
001483*               release (R) or decline (X) from a different    *
001484*               operator decides it, and a released change is  *
001485*               applied then. The journal records the keying   *
001486*               operator and the approver.                     *
001487*  2026-09-22  LSG  A status change to foreclosure for a       *
001488*               borrower on active duty, or within twelve      *
001489*               months after service ended, is marked          *
001490*               SCRA-REVIEW on the held approval item and      *
001491*               counted on the register.                       *
001492*  2026-09-30  LSG  Email address and paper or electronic      *
001493*               delivery preference appended to the customer   *
001494*               record layout.                                 *
001495*  2026-10-05  LSG  A released change now re-reads the master, *
001496*               puts on only the held fields and re-runs the   *
001497*               transaction edits before the rewrite, so a     *
001498*               change made to the loan since it was held is   *
001499*               kept; a release that fails the edits closes as *
001500*               rejected. The other fields keyed on a held     *
001501*               change are applied when it is held.            *
001502*  2026-10-15  LSG  The held-field list on the approval queue  *
001503*               and the register widened to carry every        *
001504*               dual-control field at once; a list that will   *
001505*               not fit rejects the transaction rather than    *
001506*               drop a field from the release.                 *
001507*--------------------------------------------------------------*
001600
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
003140     SELECT LOANPARM ASSIGN TO "LOANPARM"
003150         ORGANIZATION IS SEQUENTIAL
003160         FILE STATUS IS WS-RUNC-STATUS.
003161     SELECT LOANCUST ASSIGN TO "LOANCUST"
003162         ORGANIZATION IS INDEXED
003163         ACCESS MODE IS RANDOM
003164         RECORD KEY IS CU-CUSTOMER-ID
003165         FILE STATUS IS WS-CUST-STATUS.
003166     SELECT LOANPEND ASSIGN TO "LOANPEND"
003167         ORGANIZATION IS INDEXED
003168         ACCESS MODE IS DYNAMIC
003169         RECORD KEY IS PQ-KEY
003170         FILE STATUS IS WS-PEND-STATUS.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003700*            LM-LOAN-NUMBER, SORTED BY LOAN NUMBER. THE TR-     *
003800*            FIELDS AFTER THE ACTION CODE MIRROR THE LOANMAST  *
003900*            RECORD SO AN ADD OR CHANGE CARRIES A FULL IMAGE.  *
003901*            A RELEASE OR DECLINE NEEDS ONLY THE LOAN NUMBER   *
003902*            AND THE APPROVING OPERATOR.                       *
004000*--------------------------------------------------------------*
004100 FD  LOANTRAN
004200     RECORDING MODE IS F.
004500         88 TR-ADD                              VALUE "A".
004600         88 TR-CHANGE                           VALUE "C".
004700         88 TR-DELETE                           VALUE "D".
004701         88 TR-RELEASE                          VALUE "R".
004702         88 TR-DECLINE                          VALUE "X".
004800     05 TR-LOAN-NUMBER           PIC X(10).
004900     05 TR-CUSTOMER-ID           PIC X(10).
005000     05 TR-PRINCIPAL             PIC S9(8)      COMP-3.
006503     05 TR-BUYDOWN-STEPS OCCURS 3 TIMES.
006504         10 TR-BUYDOWN-MONTHS    PIC S9(4)      COMP.
006505         10 TR-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
006506     05 TR-OPERATOR-ID           PIC X(08).
006516
006600*--------------------------------------------------------------*
006700* LOANMAST - ONE RECORD PER LOAN, KEYED ON LM-LOAN-NUMBER      *
006800*--------------------------------------------------------------*
009200*--------------------------------------------------------------*
009300 FD  LOANUPRT
009400     RECORDING MODE IS F.
009401 01  PRINT-LINE                  PIC X(80).
009402
009403*--------------------------------------------------------------*
009404* LOANPARM - THE RUN-CONTROL RECORD THE CYCLE RUNS UNDER; THE  *
009405*    BUSINESS DATE STAMPS EVERY JOURNAL RECORD SO A LOANMRBD   *
009406*    POINT-IN-TIME REBUILD CUTS OFF AT A CYCLE, NOT AT A       *
009407*    WALL-CLOCK DAY                                            *
009408*--------------------------------------------------------------*
009409 FD  LOANPARM
009410     RECORDING MODE IS F.
009411 01  LOANPARM-RECORD.
009412     05 PR-BUSINESS-DATE         PIC 9(08).
009413     05 PR-RUN-ID                PIC X(08).
009414     05 PR-OPT-SKED-ONLY         PIC X(01).
009415     05 PR-OPT-SKIP-DELQ         PIC X(01).
009416     05 PR-OPT-FULL-RUN          PIC X(01).
009417     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
009418     05 PR-GENERATIONS-KEPT      PIC 9(02).
009510
009511*--------------------------------------------------------------*
009512* LOANJRNL - MASTER-FILE CHANGE JOURNAL, ONE BEFORE/AFTER      *
009528     05 JR-LOAN-NUMBER           PIC X(10).
009529     05 JR-BEFORE-IMAGE          PIC X(223).
009531     05 JR-AFTER-IMAGE           PIC X(223).
009532     05 JR-OPERATOR-ID           PIC X(08).
009533     05 JR-APPROVER-ID           PIC X(08).
009534
009535*--------------------------------------------------------------*
009536* LOANCUST - CUSTOMER MASTER, READ FOR THE SERVICEMEMBER FLAG  *
009537*    WHEN A LOAN IS MOVED TO FORECLOSURE                       *
009538*--------------------------------------------------------------*
009539 FD  LOANCUST
009540     RECORDING MODE IS F.
009541 01  LOANCUST-RECORD.
009542     05 CU-CUSTOMER-ID           PIC X(10).
009543     05 CU-NAME                  PIC X(30).
009544     05 CU-ADDR-1                PIC X(30).
009545     05 CU-ADDR-2                PIC X(30).
009546     05 CU-CITY                  PIC X(20).
009547     05 CU-STATE                 PIC X(02).
009548     05 CU-ZIP                   PIC X(09).
009549     05 CU-PHONE                 PIC X(15).
009550     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
009551         88 CU-ACTIVE-DUTY                      VALUE "Y".
009552     05 CU-SERVICE-START-DATE    PIC 9(08).
009553     05 CU-SERVICE-END-DATE      PIC 9(08).
009554     05 CU-TAX-ID                PIC X(09).
009555     05 CU-BIRTH-DATE            PIC 9(08).
009556     05 CU-EMAIL-ADDRESS         PIC X(40).
009557     05 CU-DELIVERY-PREF         PIC X(01).
009558         88 CU-DELIVER-PAPER                    VALUE " " "P".
009559         88 CU-DELIVER-ELECTRONIC               VALUE "E".
009560
009561*--------------------------------------------------------------*
009562* LOANPEND - DUAL-CONTROL APPROVAL QUEUE. ONE RECORD PER HELD  *
009563*    TRANSACTION, KEYED BY LOAN AND THE DATE AND TIME IT WAS   *
009564*    HELD; DECIDED ITEMS STAY ON FILE AS THE AUDIT TRAIL THE   *
009565*    LOANPNRP REPORT PRINTS. AT MOST ONE ITEM PER LOAN IS      *
009566*    PENDING AT A TIME.                                        *
009567*--------------------------------------------------------------*
009568 FD  LOANPEND
009569     RECORDING MODE IS F.
009570 01  LOANPEND-RECORD.
009571     05 PQ-KEY.
009572         10 PQ-LOAN-NUMBER       PIC X(10).
009573         10 PQ-ENTRY-DATE        PIC 9(08).
009574         10 PQ-ENTRY-TIME        PIC 9(08).
009575     05 PQ-STATUS                PIC X(01).
009576         88 PQ-PENDING                           VALUE "P".
009577         88 PQ-APPROVED                          VALUE "A".
009578         88 PQ-REJECTED                          VALUE "R".
009579     05 PQ-ENTERED-BY            PIC X(08).
009580     05 PQ-APPROVER-ID           PIC X(08).
009581     05 PQ-DECISION-DATE         PIC 9(08).
009582     05 PQ-FIELDS                PIC X(45).
009583     05 PQ-REASON                PIC X(30).
009584     05 PQ-TRAN-IMAGE            PIC X(228).
009600
009700 WORKING-STORAGE SECTION.
009800 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
010930 77  WS-JRNL-TIME                PIC 9(08)      VALUE ZERO.
010940 77  WS-JRNL-ACTION              PIC X(01)      VALUE SPACE.
010950 77  WS-JRNL-BEFORE              PIC X(223)     VALUE SPACES.
010951 77  WS-PEND-STATUS              PIC X(02)      VALUE "00".
010952 77  WS-PEND-FOUND-SW            PIC X(01)      VALUE "N".
010953     88 PEND-FOUND                               VALUE "Y".
010954 77  WS-PEND-SCAN-SW             PIC X(01)      VALUE "N".
010955     88 PEND-SCAN-DONE                           VALUE "Y".
010956 77  WS-PEND-FIELDS              PIC X(45)      VALUE SPACES.
010957 77  WS-PEND-PTR                 PIC S9(04)     COMP   VALUE ZERO.
010958 77  WS-HELD-TALLY               PIC S9(04)     COMP   VALUE ZERO.
010959 77  WS-HELD-PRINCIPAL           PIC S9(8)      COMP-3 VALUE ZERO.
010960 77  WS-HELD-RATE                PIC S9(9)V9(9) VALUE ZERO.
010961 77  WS-HELD-STATUS              PIC X(01)      VALUE SPACE.
010962 77  WS-HELD-ROUTING             PIC X(09)      VALUE SPACES.
010963 77  WS-HELD-ACCOUNT             PIC X(17)      VALUE SPACES.
010964 77  WS-APPROVER-ID              PIC X(08)      VALUE SPACES.
010965 77  WS-HELD-COUNT               PIC 9(07)      COMP   VALUE ZERO.
010966 77  WS-RELEASED-COUNT           PIC 9(07)      COMP   VALUE ZERO.
010967 77  WS-DECLINED-COUNT           PIC 9(07)      COMP   VALUE ZERO.
010968 77  WS-CUST-STATUS              PIC X(02)      VALUE "00".
010969 77  WS-CUST-OPEN-SW             PIC X(01)      VALUE "N".
010970     88 CUST-FILE-OPEN                           VALUE "Y".
010971 77  WS-SCRA-SW                  PIC X(01)      VALUE "N".
010972     88 SCRA-PROTECTED                          VALUE "Y".
010973 77  WS-SCRA-REVIEW-COUNT        PIC 9(07)      COMP   VALUE ZERO.
010974 77  WS-SCRA-TAIL-MONTHS         PIC S9(04)     COMP   VALUE 12.
010975 77  WS-TODAY-NO                 PIC S9(06)     COMP   VALUE ZERO.
010976 77  WS-SVC-END-NO               PIC S9(06)     COMP   VALUE ZERO.
010977
010978*--------------------------------------------------------------*
010979* WS-SCRA-DATE - A DATE BROKEN OUT TO YEAR AND MONTH           *
010980*--------------------------------------------------------------*
010981 01  WS-SCRA-DATE.
010982     05 WS-SD-DATE               PIC 9(08).
010983     05 WS-SD-PARTS REDEFINES WS-SD-DATE.
010984         10 WS-SD-YEAR           PIC 9(04).
010985         10 WS-SD-MONTH          PIC 9(02).
010986         10 WS-SD-DAY            PIC 9(02).
011000
011100 01  WS-REGISTER-HEADING-1.
011200     05 FILLER              PIC X(26)  VALUE
012600     05 FILLER                   PIC X(03)      VALUE SPACES.
012700     05 WT-DISPOSITION           PIC X(08).
012800     05 FILLER                   PIC X(02)      VALUE SPACES.
012900     05 WT-REASON                PIC X(45).
013000
013100 01  WS-IMAGE-LINE.
013200     05 WI-TAG                   PIC X(08).
017040         MOVE 16 TO RETURN-CODE
017050         GOBACK
017060     END-IF
017061     OPEN I-O LOANPEND
017062     IF WS-PEND-STATUS = "35"
017063*        FIRST-EVER RUN - NO APPROVAL QUEUE YET, CREATE ONE
017064         OPEN OUTPUT LOANPEND
017065         CLOSE LOANPEND
017066         OPEN I-O LOANPEND
017067     END-IF
017068     IF WS-PEND-STATUS NOT = "00"
017069         DISPLAY "LOANUPDT: APPROVAL QUEUE LOANPEND NOT USABLE,"
017070             " STATUS=" WS-PEND-STATUS
017071         MOVE 16 TO RETURN-CODE
017072         GOBACK
017073     END-IF
017100     OPEN OUTPUT LOANUPRT
017110     OPEN EXTEND LOANJRNL
017120     IF WS-JRNL-STATUS NOT = "00"
017156     END-READ
017157     MOVE PR-BUSINESS-DATE TO WS-JRNL-DATE
017158     CLOSE LOANPARM
017159     MOVE WS-JRNL-DATE TO WS-SD-DATE
017160     COMPUTE WS-TODAY-NO = (WS-SD-YEAR * 12) + WS-SD-MONTH
017161     OPEN INPUT LOANCUST
017162     IF WS-CUST-STATUS = "00"
017163         MOVE "Y" TO WS-CUST-OPEN-SW
017164     ELSE
017165         DISPLAY "LOANUPDT: CUSTOMER FILE LOANCUST MISSING,"
017166             " NO SCRA REVIEW ON FORECLOSURE"
017167     END-IF
017200     ACCEPT WS-RUN-DATE FROM DATE
017300     MOVE WS-RUN-DATE TO WRH-RUN-DATE
017400     WRITE PRINT-LINE FROM WS-REGISTER-HEADING-1
017800     END-READ.
017900
018000*--------------------------------------------------------------*
018001* 2000-PROCESS-TRANS - APPLY ONE TRANSACTION PER ITERATION.    *
018002*    A RELEASE OR DECLINE DECIDES THE LOAN'S HELD ITEM; A      *
018003*    SENSITIVE CHANGE OR DELETE IS HELD FOR A SECOND OPERATOR; *
018004*    ANYTHING ELSE IS APPLIED NOW.                             *
018200*--------------------------------------------------------------*
018300 2000-PROCESS-TRANS.
018400     ADD 1 TO WS-TRAN-COUNT
018500     MOVE "N"    TO WS-REJECT-SW
018600     MOVE SPACES TO WS-REJECT-REASON
018601     MOVE SPACES TO WS-APPROVER-ID
018700
018800     PERFORM 2100-EDIT-TRANSACTION
018900         THRU 2100-EDIT-TRANSACTION-EXIT
019200         GO TO 2000-PROCESS-TRANS-NEXT
019300     END-IF
019400
019401     IF TR-RELEASE OR TR-DECLINE
019402         PERFORM 3000-DECIDE-PENDING THRU 3000-DECIDE-PENDING-EXIT
019403         GO TO 2000-PROCESS-TRANS-NEXT
019404     END-IF
019405     PERFORM 3100-FIND-PENDING THRU 3100-FIND-PENDING-EXIT
019406     IF PEND-FOUND
019407         MOVE "CHANGE PENDING APPROVAL"  TO WS-REJECT-REASON
019408         MOVE "Y" TO WS-REJECT-SW
019409         PERFORM 2800-PRINT-REJECT THRU 2800-PRINT-REJECT-EXIT
019410         GO TO 2000-PROCESS-TRANS-NEXT
019411     END-IF
019412     PERFORM 3200-CHECK-SENSITIVE THRU 3200-CHECK-SENSITIVE-EXIT
019413     IF TRAN-REJECTED
019414         PERFORM 2800-PRINT-REJECT THRU 2800-PRINT-REJECT-EXIT
019415         GO TO 2000-PROCESS-TRANS-NEXT
019416     END-IF
019417     IF WS-PEND-FIELDS NOT = SPACES
019418         PERFORM 3300-HOLD-CHANGE THRU 3300-HOLD-CHANGE-EXIT
019419         IF TR-CHANGE AND NOT TRAN-REJECTED
019420             PERFORM 3400-APPLY-UNHELD THRU 3400-APPLY-UNHELD-EXIT
019421         END-IF
019422         GO TO 2000-PROCESS-TRANS-NEXT
019423     END-IF
019424     PERFORM 2050-APPLY-TRANSACTION
019425         THRU 2050-APPLY-TRANSACTION-EXIT.
019426
019427 2000-PROCESS-TRANS-NEXT.
019428     READ LOANTRAN
019429         AT END MOVE "Y" TO WS-EOF-SW
019430     END-READ.
019431
019432 2000-PROCESS-TRANS-EXIT.
019433     EXIT.
019434
019435*--------------------------------------------------------------*
019436* 2050-APPLY-TRANSACTION - APPLY AN ADD, CHANGE OR DELETE TO   *
019437*    THE MASTER, EITHER AS KEYED OR AS RELEASED FROM THE QUEUE *
019438*--------------------------------------------------------------*
019439 2050-APPLY-TRANSACTION.
019500     EVALUATE TRUE
019600         WHEN TR-ADD
019700             PERFORM 2200-APPLY-ADD THRU 2200-APPLY-ADD-EXIT
020200     END-EVALUATE
020300     IF TRAN-REJECTED
020400         PERFORM 2800-PRINT-REJECT THRU 2800-PRINT-REJECT-EXIT
020401     END-IF.
020600
020601 2050-APPLY-TRANSACTION-EXIT.
021300     EXIT.
021400
021500*--------------------------------------------------------------*
022200     EVALUATE TRUE
022300         WHEN TR-LOAN-NUMBER = SPACES
022400             MOVE "LOAN NUMBER MISSING"      TO WS-REJECT-REASON
022401         WHEN NOT (TR-ADD OR TR-CHANGE OR TR-DELETE
022402                 OR TR-RELEASE OR TR-DECLINE)
022403             MOVE "ACTION NOT A, C, D, R OR X" TO WS-REJECT-REASON
022404         WHEN TR-OPERATOR-ID = SPACES
022405             MOVE "OPERATOR ID MISSING"      TO WS-REJECT-REASON
022406         WHEN TR-DELETE OR TR-RELEASE OR TR-DECLINE
022800             CONTINUE
022900         WHEN TR-LOANTERM <= ZERO
023000             MOVE "LOAN TERM NOT POSITIVE"   TO WS-REJECT-REASON
023941                 OR TR-BUYDOWN-REDUCTION(3) < ZERO)
023942             MOVE "BUYDOWN STEPS INVALID"
023943                 TO WS-REJECT-REASON
023944         WHEN NOT TR-AUTOPAY-VALID
023945             MOVE "AUTOPAY FLAG NOT N, P OR Y"
023946                 TO WS-REJECT-REASON
023947         WHEN TR-AUTOPAY-ENROLLED
023948                 AND (TR-ACH-ROUTING = SPACES
023949                 OR TR-ACH-ACCOUNT = SPACES)
023950             MOVE "AUTOPAY WITHOUT BANK ACCOUNT"
023951                 TO WS-REJECT-REASON
023952     END-EVALUATE
024000     IF WS-REJECT-REASON NOT = SPACES
024100         MOVE "Y" TO WS-REJECT-SW
024200     END-IF.
035301     MOVE TR-BUYDOWN-REDUCTION(2) TO LM-BUYDOWN-REDUCTION(2)
035302     MOVE TR-BUYDOWN-MONTHS(3)   TO LM-BUYDOWN-MONTHS(3)
035303     MOVE TR-BUYDOWN-REDUCTION(3) TO LM-BUYDOWN-REDUCTION(3).
035313
035400 2500-BUILD-MASTER-EXIT.
035500     EXIT.
035600
039500
039600 2800-PRINT-REJECT-EXIT.
039700     EXIT.
039701
039702*--------------------------------------------------------------*
039703* 2900-WRITE-JOURNAL - ONE BEFORE/AFTER IMAGE TO THE MASTER    *
039704*    CHANGE JOURNAL FOR THE ACTION JUST APPLIED. THE JOURNAL   *
039705*    DATE IS THE BUSINESS DATE SO A REBUILD CAN STOP AT ANY    *
039706*    CYCLE.                                                    *
039707*--------------------------------------------------------------*
039708 2900-WRITE-JOURNAL.
039709     ACCEPT WS-JRNL-TIME FROM TIME
039710     MOVE WS-JRNL-DATE   TO JR-DATE
039711     MOVE WS-JRNL-TIME   TO JR-TIME
039712     MOVE "LOANUPDT"     TO JR-PROGRAM
039713     MOVE WS-JRNL-ACTION TO JR-ACTION
039714     MOVE TR-LOAN-NUMBER TO JR-LOAN-NUMBER
039715     MOVE WS-JRNL-BEFORE TO JR-BEFORE-IMAGE
039716     IF WS-JRNL-ACTION = "D"
039717         MOVE SPACES TO JR-AFTER-IMAGE
039718     ELSE
039719         MOVE LOANMAST-RECORD TO JR-AFTER-IMAGE
039720     END-IF
039721     MOVE TR-OPERATOR-ID TO JR-OPERATOR-ID
039722     MOVE WS-APPROVER-ID TO JR-APPROVER-ID
039729     WRITE LOANJRNL-RECORD.
039731
039732 2900-WRITE-JOURNAL-EXIT.
039733     EXIT.
039734
039735*--------------------------------------------------------------*
039736* 3000-DECIDE-PENDING - A RELEASE OR DECLINE FOR THE LOAN'S    *
039737*    HELD ITEM. THE DECIDING OPERATOR MUST NOT BE THE ONE WHO  *
039738*    KEYED THE CHANGE. A RELEASED CHANGE PUTS ONLY THE HELD    *
039739*    FIELDS ONTO THE MASTER AS IT STANDS NOW, RE-EDITS THE     *
039740*    RESULT AND JOURNALS IT WITH BOTH OPERATORS; IF THE EDIT   *
039741*    OR THE MASTER REFUSES IT, THE ITEM CLOSES AS REJECTED.    *
039742*--------------------------------------------------------------*
039743 3000-DECIDE-PENDING.
039744     PERFORM 3100-FIND-PENDING THRU 3100-FIND-PENDING-EXIT
039745     IF NOT PEND-FOUND
039746         MOVE "NO CHANGE PENDING FOR LOAN" TO WS-REJECT-REASON
039747         MOVE "Y" TO WS-REJECT-SW
039748         PERFORM 2800-PRINT-REJECT THRU 2800-PRINT-REJECT-EXIT
039749         GO TO 3000-DECIDE-PENDING-EXIT
039750     END-IF
039751     IF PQ-ENTERED-BY = TR-OPERATOR-ID
039752         MOVE "APPROVER SAME AS KEYING OPER" TO WS-REJECT-REASON
039753         MOVE "Y" TO WS-REJECT-SW
039754         PERFORM 2800-PRINT-REJECT THRU 2800-PRINT-REJECT-EXIT
039755         GO TO 3000-DECIDE-PENDING-EXIT
039756     END-IF
039757     MOVE TR-OPERATOR-ID   TO WS-APPROVER-ID
039758     MOVE TR-OPERATOR-ID   TO PQ-APPROVER-ID
039759     MOVE WS-JRNL-DATE     TO PQ-DECISION-DATE
039760     MOVE TR-ACTION        TO WT-ACTION
039761     MOVE TR-LOAN-NUMBER   TO WT-LOAN-NUMBER
039762     MOVE SPACES           TO WT-REASON
039763     STRING "BY " DELIMITED BY SIZE
039764            TR-OPERATOR-ID DELIMITED BY SIZE
039765         INTO WT-REASON
039766     END-STRING
039767     IF TR-DECLINE
039768         MOVE "R"                    TO PQ-STATUS
039769         MOVE "DECLINED BY APPROVER" TO PQ-REASON
039770         MOVE "DECLINED"             TO WT-DISPOSITION
039771         WRITE PRINT-LINE FROM WS-TRAN-LINE
039772         ADD 1 TO WS-DECLINED-COUNT
039773     ELSE
039774         MOVE "RELEASED"             TO WT-DISPOSITION
039775         WRITE PRINT-LINE FROM WS-TRAN-LINE
039776         MOVE PQ-TRAN-IMAGE TO LOANTRAN-RECORD
039777         IF TR-CHANGE
039778             PERFORM 3500-MERGE-HELD THRU 3500-MERGE-HELD-EXIT
039779         END-IF
039780         IF TRAN-REJECTED
039781             PERFORM 2800-PRINT-REJECT THRU 2800-PRINT-REJECT-EXIT
039782         ELSE
039783             PERFORM 2050-APPLY-TRANSACTION
039784                 THRU 2050-APPLY-TRANSACTION-EXIT
039785         END-IF
039786         IF TRAN-REJECTED
039787             MOVE "R"              TO PQ-STATUS
039788             MOVE WS-REJECT-REASON TO PQ-REASON
039789         ELSE
039790             MOVE "A"              TO PQ-STATUS
039791             MOVE SPACES           TO PQ-REASON
039792             ADD 1 TO WS-RELEASED-COUNT
039793         END-IF
039794     END-IF
039795     REWRITE LOANPEND-RECORD
039796         INVALID KEY
039797             DISPLAY "LOANUPDT: LOANPEND REWRITE FAILED "
039798                 PQ-LOAN-NUMBER
039799     END-REWRITE.
039800
039801 3000-DECIDE-PENDING-EXIT.
039802     EXIT.
039803
039804*--------------------------------------------------------------*
039805* 3100-FIND-PENDING - POSITION ON THE LOAN'S FIRST QUEUE ITEM  *
039806*    AND READ FORWARD FOR ONE STILL PENDING                    *
039807*--------------------------------------------------------------*
039808 3100-FIND-PENDING.
039809     MOVE "N" TO WS-PEND-FOUND-SW
039810     MOVE "N" TO WS-PEND-SCAN-SW
039811     MOVE TR-LOAN-NUMBER TO PQ-LOAN-NUMBER
039812     MOVE ZERO           TO PQ-ENTRY-DATE
039813     MOVE ZERO           TO PQ-ENTRY-TIME
039814     START LOANPEND KEY IS NOT LESS THAN PQ-KEY
039815         INVALID KEY
039816             GO TO 3100-FIND-PENDING-EXIT
039817     END-START
039818     PERFORM 3110-SCAN-PENDING THRU 3110-SCAN-PENDING-EXIT
039819         UNTIL PEND-FOUND OR PEND-SCAN-DONE.
039820
039821 3100-FIND-PENDING-EXIT.
039822     EXIT.
039823
039824 3110-SCAN-PENDING.
039825     READ LOANPEND NEXT RECORD
039826         AT END
039827             MOVE "Y" TO WS-PEND-SCAN-SW
039828             GO TO 3110-SCAN-PENDING-EXIT
039829     END-READ
039830     IF PQ-LOAN-NUMBER NOT = TR-LOAN-NUMBER
039831         MOVE "Y" TO WS-PEND-SCAN-SW
039832         GO TO 3110-SCAN-PENDING-EXIT
039833     END-IF
039834     IF PQ-PENDING
039835         MOVE "Y" TO WS-PEND-FOUND-SW
039836     END-IF.
039837
039838 3110-SCAN-PENDING-EXIT.
039839     EXIT.
039840
039841*--------------------------------------------------------------*
039842* 3200-CHECK-SENSITIVE - LIST THE DUAL-CONTROL FIELDS THIS     *
039843*    TRANSACTION WOULD ALTER: PRINCIPAL, RATE, STATUS CODE,    *
039844*    ACH ROUTING OR ACCOUNT, OR THE WHOLE LOAN ON A DELETE.    *
039845*    AN ADD, OR A CHANGE LEAVING THEM ALONE, GOES STRAIGHT ON. *
039846*    A LIST TOO LONG FOR THE QUEUE RECORD REJECTS THE          *
039847*    TRANSACTION.                                              *
039848*--------------------------------------------------------------*
039849 3200-CHECK-SENSITIVE.
039850     MOVE SPACES TO WS-PEND-FIELDS
039851     IF TR-DELETE
039852         MOVE "LOAN DELETE" TO WS-PEND-FIELDS
039853         GO TO 3200-CHECK-SENSITIVE-EXIT
039854     END-IF
039855     IF NOT TR-CHANGE
039856         GO TO 3200-CHECK-SENSITIVE-EXIT
039857     END-IF
039858     MOVE TR-LOAN-NUMBER TO LM-LOAN-NUMBER
039859     READ LOANMAST
039860         INVALID KEY
039861*            NOT ON FILE - THE APPLY STEP REJECTS IT
039862             GO TO 3200-CHECK-SENSITIVE-EXIT
039863     END-READ
039864     MOVE 1 TO WS-PEND-PTR
039865     IF TR-PRINCIPAL NOT = LM-PRINCIPAL
039866         STRING "PRINCIPAL " DELIMITED BY SIZE
039867             INTO WS-PEND-FIELDS WITH POINTER WS-PEND-PTR
039868             ON OVERFLOW
039869                 MOVE "HELD FIELD LIST OVERFLOW"
039870                     TO WS-REJECT-REASON
039871                 MOVE "Y" TO WS-REJECT-SW
039872                 GO TO 3200-CHECK-SENSITIVE-EXIT
039873         END-STRING
039874     END-IF
039875     IF TR-RATE NOT = LM-RATE
039876         STRING "RATE " DELIMITED BY SIZE
039877             INTO WS-PEND-FIELDS WITH POINTER WS-PEND-PTR
039878             ON OVERFLOW
039879                 MOVE "HELD FIELD LIST OVERFLOW"
039880                     TO WS-REJECT-REASON
039881                 MOVE "Y" TO WS-REJECT-SW
039882                 GO TO 3200-CHECK-SENSITIVE-EXIT
039883         END-STRING
039884     END-IF
039885     IF TR-STATUS-CODE NOT = LM-STATUS-CODE
039886         STRING "STATUS " DELIMITED BY SIZE
039887             INTO WS-PEND-FIELDS WITH POINTER WS-PEND-PTR
039888             ON OVERFLOW
039889                 MOVE "HELD FIELD LIST OVERFLOW"
039890                     TO WS-REJECT-REASON
039891                 MOVE "Y" TO WS-REJECT-SW
039892                 GO TO 3200-CHECK-SENSITIVE-EXIT
039893         END-STRING
039894         IF TR-STATUS-CODE = "F"
039895             PERFORM 3250-CHECK-SCRA THRU 3250-CHECK-SCRA-EXIT
039896             IF TRAN-REJECTED
039897                 GO TO 3200-CHECK-SENSITIVE-EXIT
039898             END-IF
039899         END-IF
039900     END-IF
039901     IF TR-ACH-ROUTING NOT = LM-ACH-ROUTING
039902             OR TR-ACH-ACCOUNT NOT = LM-ACH-ACCOUNT
039903         STRING "ACH-BANK " DELIMITED BY SIZE
039904             INTO WS-PEND-FIELDS WITH POINTER WS-PEND-PTR
039905             ON OVERFLOW
039906                 MOVE "HELD FIELD LIST OVERFLOW"
039907                     TO WS-REJECT-REASON
039908                 MOVE "Y" TO WS-REJECT-SW
039909                 GO TO 3200-CHECK-SENSITIVE-EXIT
039910         END-STRING
039911     END-IF.
039912
039913 3200-CHECK-SENSITIVE-EXIT.
039914     EXIT.
039915
039916*--------------------------------------------------------------*
039917* 3250-CHECK-SCRA - A LOAN MOVING TO FORECLOSURE WHOSE         *
039918*    BORROWER IS ON ACTIVE DUTY, OR WITHIN THE TAIL MONTHS     *
039919*    AFTER SERVICE ENDED, IS MARKED FOR SCRA REVIEW ON THE     *
039920*    HELD ITEM SO THE APPROVER SEES IT BEFORE RELEASING IT     *
039921*--------------------------------------------------------------*
039922 3250-CHECK-SCRA.
039923     MOVE "N" TO WS-SCRA-SW
039924     IF NOT CUST-FILE-OPEN
039925         GO TO 3250-CHECK-SCRA-EXIT
039926     END-IF
039927     MOVE LM-CUSTOMER-ID TO CU-CUSTOMER-ID
039928     READ LOANCUST
039929         INVALID KEY
039930             GO TO 3250-CHECK-SCRA-EXIT
039931     END-READ
039932     IF CU-ACTIVE-DUTY
039933         MOVE "Y" TO WS-SCRA-SW
039934     ELSE
039935         IF CU-SERVICE-START-DATE NUMERIC
039936                 AND CU-SERVICE-START-DATE NOT = ZERO
039937             IF CU-SERVICE-END-DATE NOT NUMERIC
039938                     OR CU-SERVICE-END-DATE = ZERO
039939                 MOVE "Y" TO WS-SCRA-SW
039940             ELSE
039941                 MOVE CU-SERVICE-END-DATE TO WS-SD-DATE
039942                 COMPUTE WS-SVC-END-NO =
039943                     (WS-SD-YEAR * 12) + WS-SD-MONTH
039944                 IF WS-TODAY-NO NOT >
039945                         WS-SVC-END-NO + WS-SCRA-TAIL-MONTHS
039946                     MOVE "Y" TO WS-SCRA-SW
039947                 END-IF
039948             END-IF
039949         END-IF
039950     END-IF
039951     IF SCRA-PROTECTED
039952         STRING "SCRA-REVIEW " DELIMITED BY SIZE
039953             INTO WS-PEND-FIELDS WITH POINTER WS-PEND-PTR
039954             ON OVERFLOW
039955                 MOVE "HELD FIELD LIST OVERFLOW"
039956                     TO WS-REJECT-REASON
039957                 MOVE "Y" TO WS-REJECT-SW
039958                 GO TO 3250-CHECK-SCRA-EXIT
039959         END-STRING
039960         ADD 1 TO WS-SCRA-REVIEW-COUNT
039961     END-IF.
039962
039963 3250-CHECK-SCRA-EXIT.
039964     EXIT.
039965
039966*--------------------------------------------------------------*
039967* 3300-HOLD-CHANGE - QUEUE THE TRANSACTION IMAGE FOR A SECOND  *
039968*    OPERATOR; THE HELD FIELDS DO NOT TOUCH THE MASTER UNTIL   *
039969*    THE ITEM IS RELEASED                                      *
039970*--------------------------------------------------------------*
039971 3300-HOLD-CHANGE.
039972     ACCEPT WS-JRNL-TIME FROM TIME
039973     MOVE SPACES          TO LOANPEND-RECORD
039974     MOVE TR-LOAN-NUMBER  TO PQ-LOAN-NUMBER
039975     MOVE WS-JRNL-DATE    TO PQ-ENTRY-DATE
039976     MOVE WS-JRNL-TIME    TO PQ-ENTRY-TIME
039977     MOVE "P"             TO PQ-STATUS
039978     MOVE TR-OPERATOR-ID  TO PQ-ENTERED-BY
039979     MOVE ZERO            TO PQ-DECISION-DATE
039980     MOVE WS-PEND-FIELDS  TO PQ-FIELDS
039981     MOVE LOANTRAN-RECORD TO PQ-TRAN-IMAGE
039982     WRITE LOANPEND-RECORD
039983         INVALID KEY
039984             MOVE "APPROVAL QUEUE WRITE FAILED"
039985                 TO WS-REJECT-REASON
039986             MOVE "Y" TO WS-REJECT-SW
039987             PERFORM 2800-PRINT-REJECT THRU 2800-PRINT-REJECT-EXIT
039988             GO TO 3300-HOLD-CHANGE-EXIT
039989     END-WRITE
039990     ADD 1 TO WS-HELD-COUNT
039991     MOVE TR-ACTION       TO WT-ACTION
039992     MOVE TR-LOAN-NUMBER  TO WT-LOAN-NUMBER
039993     MOVE "PENDING "      TO WT-DISPOSITION
039994     MOVE WS-PEND-FIELDS  TO WT-REASON
039995     WRITE PRINT-LINE FROM WS-TRAN-LINE.
039996
039997 3300-HOLD-CHANGE-EXIT.
039998     EXIT.
039999
040000*--------------------------------------------------------------*
040001* 3400-APPLY-UNHELD - THE REST OF A HELD CHANGE. THE HELD      *
040002*    FIELDS ARE PUT BACK TO THE MASTER'S VALUES (STILL IN THE  *
040003*    RECORD AREA FROM 3200) AND ANY OTHER FIELD THE OPERATOR   *
040004*    KEYED IS EDITED AND APPLIED NOW, SO IT IS NOT LOST WHEN   *
040005*    THE RELEASE APPLIES ONLY THE HELD FIELDS                  *
040006*--------------------------------------------------------------*
040007 3400-APPLY-UNHELD.
040008     MOVE LOANMAST-RECORD        TO WS-JRNL-BEFORE
040009     MOVE LM-PRINCIPAL           TO TR-PRINCIPAL
040010     MOVE LM-RATE                TO TR-RATE
040011     MOVE LM-STATUS-CODE         TO TR-STATUS-CODE
040012     MOVE LM-ACH-ROUTING         TO TR-ACH-ROUTING
040013     MOVE LM-ACH-ACCOUNT         TO TR-ACH-ACCOUNT
040014     PERFORM 2500-BUILD-MASTER THRU 2500-BUILD-MASTER-EXIT
040015     IF LOANMAST-RECORD = WS-JRNL-BEFORE
040016*        NOTHING BUT HELD FIELDS ON THE TRANSACTION
040017         GO TO 3400-APPLY-UNHELD-EXIT
040018     END-IF
040019     PERFORM 2100-EDIT-TRANSACTION
040020         THRU 2100-EDIT-TRANSACTION-EXIT
040021     IF TRAN-REJECTED
040022         PERFORM 2800-PRINT-REJECT THRU 2800-PRINT-REJECT-EXIT
040023         GO TO 3400-APPLY-UNHELD-EXIT
040024     END-IF
040025     PERFORM 2050-APPLY-TRANSACTION
040026         THRU 2050-APPLY-TRANSACTION-EXIT.
040027
040028 3400-APPLY-UNHELD-EXIT.
040029     EXIT.
040030
040031*--------------------------------------------------------------*
040032* 3500-MERGE-HELD - REBUILD A RELEASED CHANGE FROM THE MASTER  *
040033*    AS IT STANDS NOW, SO NOTHING WRITTEN TO THE LOAN SINCE IT *
040034*    WAS HELD IS OVERLAID, THEN PUT BACK ONLY THE FIELDS NAMED *
040035*    IN PQ-FIELDS FROM THE QUEUED IMAGE AND RUN THE RESULT     *
040036*    THROUGH THE NORMAL EDITS                                  *
040037*--------------------------------------------------------------*
040038 3500-MERGE-HELD.
040039     MOVE TR-PRINCIPAL           TO WS-HELD-PRINCIPAL
040040     MOVE TR-RATE                TO WS-HELD-RATE
040041     MOVE TR-STATUS-CODE         TO WS-HELD-STATUS
040042     MOVE TR-ACH-ROUTING         TO WS-HELD-ROUTING
040043     MOVE TR-ACH-ACCOUNT         TO WS-HELD-ACCOUNT
040044     MOVE TR-LOAN-NUMBER         TO LM-LOAN-NUMBER
040045     READ LOANMAST
040046         INVALID KEY
040047             MOVE "LOAN NOT ON MASTER" TO WS-REJECT-REASON
040048             MOVE "Y" TO WS-REJECT-SW
040049             GO TO 3500-MERGE-HELD-EXIT
040050     END-READ
040051     PERFORM 3510-LOAD-FROM-MASTER
040052         THRU 3510-LOAD-FROM-MASTER-EXIT
040053     MOVE ZERO TO WS-HELD-TALLY
040054     INSPECT PQ-FIELDS TALLYING WS-HELD-TALLY FOR ALL "PRINCIPAL"
040055     IF WS-HELD-TALLY > ZERO
040056         MOVE WS-HELD-PRINCIPAL  TO TR-PRINCIPAL
040057     END-IF
040058     MOVE ZERO TO WS-HELD-TALLY
040059     INSPECT PQ-FIELDS TALLYING WS-HELD-TALLY FOR ALL "RATE"
040060     IF WS-HELD-TALLY > ZERO
040061         MOVE WS-HELD-RATE       TO TR-RATE
040062     END-IF
040063     MOVE ZERO TO WS-HELD-TALLY
040064     INSPECT PQ-FIELDS TALLYING WS-HELD-TALLY FOR ALL "STATUS"
040065     IF WS-HELD-TALLY > ZERO
040066         MOVE WS-HELD-STATUS     TO TR-STATUS-CODE
040067     END-IF
040068     MOVE ZERO TO WS-HELD-TALLY
040069     INSPECT PQ-FIELDS TALLYING WS-HELD-TALLY FOR ALL "ACH-BANK"
040070     IF WS-HELD-TALLY > ZERO
040071         MOVE WS-HELD-ROUTING    TO TR-ACH-ROUTING
040072         MOVE WS-HELD-ACCOUNT    TO TR-ACH-ACCOUNT
040073     END-IF
040074     PERFORM 2100-EDIT-TRANSACTION
040075         THRU 2100-EDIT-TRANSACTION-EXIT.
040076
040077 3500-MERGE-HELD-EXIT.
040078     EXIT.
040079
040080*--------------------------------------------------------------*
040081* 3510-LOAD-FROM-MASTER - THE REVERSE OF 2500: EVERY MASTER    *
040082*    FIELD BACK INTO THE TRANSACTION IMAGE. THE ACTION AND THE *
040083*    KEYING OPERATOR ARE LEFT AS QUEUED.                       *
040084*--------------------------------------------------------------*
040085 3510-LOAD-FROM-MASTER.
040086     MOVE LM-CUSTOMER-ID          TO TR-CUSTOMER-ID
040087     MOVE LM-PRINCIPAL            TO TR-PRINCIPAL
040088     MOVE LM-LOANTERM             TO TR-LOANTERM
040089     MOVE LM-RATE                 TO TR-RATE
040090     MOVE LM-PAYMENT-FREQUENCY    TO TR-PAYMENT-FREQUENCY
040091     MOVE LM-ESCROW-AMT           TO TR-ESCROW-AMT
040092     MOVE LM-BALLOON-TERM         TO TR-BALLOON-TERM
040093     MOVE LM-RATE-RESET-COUNT     TO TR-RATE-RESET-COUNT
040094     MOVE LM-RESET-EFF-MONTH(1)   TO TR-RESET-EFF-MONTH(1)
040095     MOVE LM-RESET-RATE(1)        TO TR-RESET-RATE(1)
040096     MOVE LM-RESET-EFF-MONTH(2)   TO TR-RESET-EFF-MONTH(2)
040097     MOVE LM-RESET-RATE(2)        TO TR-RESET-RATE(2)
040098     MOVE LM-RESET-EFF-MONTH(3)   TO TR-RESET-EFF-MONTH(3)
040099     MOVE LM-RESET-RATE(3)        TO TR-RESET-RATE(3)
040100     MOVE LM-FIRST-PMT-YEAR       TO TR-FIRST-PMT-YEAR
040101     MOVE LM-FIRST-PMT-MONTH      TO TR-FIRST-PMT-MONTH
040102     MOVE LM-PRIOR-INTEREST-PAID  TO TR-PRIOR-INTEREST-PAID
040103     MOVE LM-DAY-COUNT-METHOD     TO TR-DAY-COUNT-METHOD
040104     MOVE LM-EXTRA-PRINCIPAL-AMT  TO TR-EXTRA-PRINCIPAL-AMT
040105     MOVE LM-INVESTOR-CODE        TO TR-INVESTOR-CODE
040106     MOVE LM-IO-MONTHS            TO TR-IO-MONTHS
040107     MOVE LM-FORBEAR-START-MONTH  TO TR-FORBEAR-START-MONTH
040108     MOVE LM-FORBEAR-MONTHS       TO TR-FORBEAR-MONTHS
040109     MOVE LM-STATUS-CODE          TO TR-STATUS-CODE
040110     MOVE LM-INDEX-CODE           TO TR-INDEX-CODE
040111     MOVE LM-ARM-MARGIN           TO TR-ARM-MARGIN
040112     MOVE LM-PERIODIC-CAP         TO TR-PERIODIC-CAP
040113     MOVE LM-LIFETIME-CAP         TO TR-LIFETIME-CAP
040114     MOVE LM-RATE-FLOOR           TO TR-RATE-FLOOR
040115     MOVE LM-ACH-ROUTING          TO TR-ACH-ROUTING
040116     MOVE LM-ACH-ACCOUNT          TO TR-ACH-ACCOUNT
040117     MOVE LM-AUTOPAY-FLAG         TO TR-AUTOPAY-FLAG
040118     MOVE LM-ESCROW-INT-RATE      TO TR-ESCROW-INT-RATE
040119     MOVE LM-BUYDOWN-COUNT        TO TR-BUYDOWN-COUNT
040120     MOVE LM-BUYDOWN-MONTHS(1)    TO TR-BUYDOWN-MONTHS(1)
040121     MOVE LM-BUYDOWN-REDUCTION(1) TO TR-BUYDOWN-REDUCTION(1)
040122     MOVE LM-BUYDOWN-MONTHS(2)    TO TR-BUYDOWN-MONTHS(2)
040123     MOVE LM-BUYDOWN-REDUCTION(2) TO TR-BUYDOWN-REDUCTION(2)
040124     MOVE LM-BUYDOWN-MONTHS(3)    TO TR-BUYDOWN-MONTHS(3)
040125     MOVE LM-BUYDOWN-REDUCTION(3) TO TR-BUYDOWN-REDUCTION(3).
040126
040127 3510-LOAD-FROM-MASTER-EXIT.
040128     EXIT.
040129
040130*--------------------------------------------------------------*
040131* 9000-TERMINATE - CONTROL TOTALS AT THE FOOT OF THE REGISTER  *
040132*--------------------------------------------------------------*
040200 9000-TERMINATE.
040300     WRITE PRINT-LINE FROM SPACES
040400     MOVE "TRANSACTIONS READ . . ." TO WX-LABEL
041600     MOVE "TRANSACTIONS REJECTED ." TO WX-LABEL
041700     MOVE WS-REJECT-COUNT           TO WX-COUNT
041800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
041801     MOVE "HELD FOR APPROVAL . . ." TO WX-LABEL
041802     MOVE WS-HELD-COUNT             TO WX-COUNT
041803     WRITE PRINT-LINE FROM WS-TOTAL-LINE
041804     MOVE "HELD ITEMS RELEASED . ." TO WX-LABEL
041805     MOVE WS-RELEASED-COUNT         TO WX-COUNT
041806     WRITE PRINT-LINE FROM WS-TOTAL-LINE
041807     MOVE "HELD ITEMS DECLINED . ." TO WX-LABEL
041808     MOVE WS-DECLINED-COUNT         TO WX-COUNT
041809     WRITE PRINT-LINE FROM WS-TOTAL-LINE
041810     MOVE "FORECLOSURE SCRA REVIEW" TO WX-LABEL
041811     MOVE WS-SCRA-REVIEW-COUNT      TO WX-COUNT
041812     WRITE PRINT-LINE FROM WS-TOTAL-LINE
041900     CLOSE LOANTRAN
042000     CLOSE LOANMAST
042001     CLOSE LOANPEND
042002     IF CUST-FILE-OPEN
042003         CLOSE LOANCUST
042004     END-IF
042050     CLOSE LOANJRNL
042100     CLOSE LOANUPRT
042200     DISPLAY "LOANUPDT: TRANSACTIONS=" WS-TRAN-COUNT
