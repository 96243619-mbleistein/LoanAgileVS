000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANDLVR.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-30.
000600 DATE-COMPILED. 2026-09-30.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-30  LSG  Initial version. Borrower document router, *
001000*               CALLed by every program that produces a        *
001100*               borrower document: LOANBILL, LOANLTRS,         *
001200*               LOANARMN, LOANESCA, LOAN1098 and LOANPOFF.     *
001300*               Each document is routed on the customer's      *
001400*               delivery preference either to LOANMAIL, the    *
001500*               single print-vendor mail file, or to LOANEDIX, *
001600*               the e-delivery index for the borrower portal.  *
001700*               Every batch is framed by a header and a        *
001800*               trailer carrying the document type and piece   *
001900*               counts, and its control totals go to LOANDCTL  *
002000*               for the nightly LOANDMAN manifest.             *
002100*--------------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT LOANPARM ASSIGN TO "LOANPARM"
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-PARM-STATUS.
003200     SELECT LOANCUST ASSIGN TO "LOANCUST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS CU-CUSTOMER-ID
003600         FILE STATUS IS WS-CUST-STATUS.
003700     SELECT LOANMAIL ASSIGN TO "LOANMAIL"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-MAIL-STATUS.
004000     SELECT LOANEDIX ASSIGN TO "LOANEDIX"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-EDIX-STATUS.
004300     SELECT LOANDCTL ASSIGN TO "LOANDCTL"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-DCTL-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900*--------------------------------------------------------------*
005000* LOANPARM - RUN-CONTROL RECORD; THE BUSINESS DATE STAMPS      *
005100*    EVERY BATCH                                               *
005200*--------------------------------------------------------------*
005300 FD  LOANPARM
005400     RECORDING MODE IS F.
005500 01  LOANPARM-RECORD.
005600     05 PR-BUSINESS-DATE         PIC 9(08).
005700     05 PR-RUN-ID                PIC X(08).
005800     05 PR-OPT-SKED-ONLY         PIC X(01).
005900     05 PR-OPT-SKIP-DELQ         PIC X(01).
006000     05 PR-OPT-FULL-RUN          PIC X(01).
006100     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
006200     05 PR-GENERATIONS-KEPT      PIC 9(02).
006300
006400*--------------------------------------------------------------*
006500* LOANCUST - CUSTOMER MASTER, KEYED ON CU-CUSTOMER-ID; THE     *
006600*    DELIVERY PREFERENCE, EMAIL AND MAILING ADDRESS COME FROM  *
006700*    HERE                                                      *
006800*--------------------------------------------------------------*
006900 FD  LOANCUST
007000     RECORDING MODE IS F.
007100 01  LOANCUST-RECORD.
007200     05 CU-CUSTOMER-ID           PIC X(10).
007300     05 CU-NAME                  PIC X(30).
007400     05 CU-ADDR-1                PIC X(30).
007500     05 CU-ADDR-2                PIC X(30).
007600     05 CU-CITY                  PIC X(20).
007700     05 CU-STATE                 PIC X(02).
007800     05 CU-ZIP                   PIC X(09).
007900     05 CU-PHONE                 PIC X(15).
008000     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
008100         88 CU-ACTIVE-DUTY                      VALUE "Y".
008200     05 CU-SERVICE-START-DATE    PIC 9(08).
008300     05 CU-SERVICE-END-DATE      PIC 9(08).
008400     05 CU-TAX-ID                PIC X(09).
008500     05 CU-BIRTH-DATE            PIC 9(08).
008600     05 CU-EMAIL-ADDRESS         PIC X(40).
008700     05 CU-DELIVERY-PREF         PIC X(01).
008800         88 CU-DELIVER-PAPER                    VALUE " " "P".
008900         88 CU-DELIVER-ELECTRONIC               VALUE "E".
009000
009100*--------------------------------------------------------------*
009200* LOANMAIL - THE PRINT-VENDOR MAIL FILE. ONE BATCH PER CALLING *
009300*    STEP: AN H HEADER, THEN FOR EACH MAILED PIECE A P RECORD  *
009400*    WITH THE MAILING ADDRESS AND ITS PRINT LINES AS L         *
009500*    RECORDS, THEN A T TRAILER WITH THE PIECE AND LINE COUNTS. *
009600*    EACH STEP APPENDS ITS BATCH; THE GENERATION IS ROLLED     *
009700*    AFTER THE NIGHTLY MANIFEST.                               *
009800*--------------------------------------------------------------*
009900 FD  LOANMAIL
010000     RECORDING MODE IS F.
010100 01  LOANMAIL-RECORD.
010200     05 MV-RECORD-TYPE           PIC X(01).
010300         88 MV-BATCH-HEADER                      VALUE "H".
010400         88 MV-PIECE                             VALUE "P".
010500         88 MV-LINE                              VALUE "L".
010600         88 MV-BATCH-TRAILER                     VALUE "T".
010700     05 MV-DOC-TYPE              PIC X(04).
010800     05 MV-DOC-SEQ               PIC 9(07).
010900     05 MV-PIECE-DATA.
011000         10 MP-LOAN-NUMBER       PIC X(10).
011100         10 MP-CUSTOMER-ID       PIC X(10).
011200         10 MP-LINE-COUNT        PIC 9(03).
011300         10 MP-NAME              PIC X(30).
011400         10 MP-ADDR-1            PIC X(30).
011500         10 MP-ADDR-2            PIC X(30).
011600         10 MP-CITY              PIC X(20).
011700         10 MP-STATE             PIC X(02).
011800         10 MP-ZIP               PIC X(09).
011900         10 FILLER               PIC X(44).
012000     05 MV-LINE-DATA REDEFINES MV-PIECE-DATA.
012100         10 ML-TEXT              PIC X(80).
012200         10 FILLER               PIC X(108).
012300     05 MV-HEADER-DATA REDEFINES MV-PIECE-DATA.
012400         10 MH-PROGRAM           PIC X(09).
012500         10 MH-BUSINESS-DATE     PIC 9(08).
012600         10 MH-RUN-DATE          PIC 9(08).
012700         10 MH-RUN-TIME          PIC 9(08).
012800         10 FILLER               PIC X(155).
012900     05 MV-TRAILER-DATA REDEFINES MV-PIECE-DATA.
013000         10 MT-PIECE-COUNT       PIC 9(07).
013100         10 MT-LINE-COUNT        PIC 9(09).
013200         10 FILLER               PIC X(172).
013300
013400*--------------------------------------------------------------*
013500* LOANEDIX - THE E-DELIVERY INDEX FOR THE BORROWER PORTAL, IN  *
013600*    THE SAME BATCH SHAPE AS LOANMAIL: THE P RECORD CARRIES    *
013700*    THE EMAIL ADDRESS THE NOTIFICATION GOES TO AND THE L      *
013800*    RECORDS CARRY THE DOCUMENT IMAGE THE PORTAL RENDERS       *
013900*--------------------------------------------------------------*
014000 FD  LOANEDIX
014100     RECORDING MODE IS F.
014200 01  LOANEDIX-RECORD.
014300     05 EX-RECORD-TYPE           PIC X(01).
014400         88 EX-BATCH-HEADER                      VALUE "H".
014500         88 EX-PIECE                             VALUE "P".
014600         88 EX-LINE                              VALUE "L".
014700         88 EX-BATCH-TRAILER                     VALUE "T".
014800     05 EX-DOC-TYPE              PIC X(04).
014900     05 EX-DOC-SEQ               PIC 9(07).
015000     05 EX-INDEX-DATA.
015100         10 EI-LOAN-NUMBER       PIC X(10).
015200         10 EI-CUSTOMER-ID       PIC X(10).
015300         10 EI-LINE-COUNT        PIC 9(03).
015400         10 EI-EMAIL-ADDRESS     PIC X(40).
015500         10 EI-NAME              PIC X(30).
015600         10 EI-DOC-DATE          PIC 9(08).
015700         10 FILLER               PIC X(87).
015800     05 EX-LINE-DATA REDEFINES EX-INDEX-DATA.
015900         10 EL-TEXT              PIC X(80).
016000         10 FILLER               PIC X(108).
016100     05 EX-HEADER-DATA REDEFINES EX-INDEX-DATA.
016200         10 EH-PROGRAM           PIC X(09).
016300         10 EH-BUSINESS-DATE     PIC 9(08).
016400         10 EH-RUN-DATE          PIC 9(08).
016500         10 EH-RUN-TIME          PIC 9(08).
016600         10 FILLER               PIC X(155).
016700     05 EX-TRAILER-DATA REDEFINES EX-INDEX-DATA.
016800         10 ET-PIECE-COUNT       PIC 9(07).
016900         10 ET-LINE-COUNT        PIC 9(09).
017000         10 FILLER               PIC X(172).
017100
017200*--------------------------------------------------------------*
017300* LOANDCTL - ONE CONTROL RECORD PER BATCH: DOCUMENTS PRODUCED  *
017400*    AND HOW MANY WENT TO EACH CHANNEL. THE MANIFEST PROVES    *
017500*    LOANMAIL AND LOANEDIX AGAINST THESE.                      *
017600*--------------------------------------------------------------*
017700 FD  LOANDCTL
017800     RECORDING MODE IS F.
017900 01  LOANDCTL-RECORD.
018000     05 DC-PROGRAM               PIC X(09).
018100     05 DC-DOC-TYPE              PIC X(04).
018200     05 DC-BUSINESS-DATE         PIC 9(08).
018300     05 DC-RUN-DATE              PIC 9(08).
018400     05 DC-RUN-TIME              PIC 9(08).
018500     05 DC-PRODUCED              PIC 9(07).
018600     05 DC-MAILED                PIC 9(07).
018700     05 DC-ELECTRONIC            PIC 9(07).
018800     05 DC-NO-EMAIL              PIC 9(07).
018900     05 DC-LINES-DROPPED         PIC 9(07).
019000     05 FILLER                   PIC X(08).
019100
019200 WORKING-STORAGE SECTION.
019300 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
019400 77  WS-CUST-STATUS              PIC X(02)      VALUE "00".
019500 77  WS-MAIL-STATUS              PIC X(02)      VALUE "00".
019600 77  WS-EDIX-STATUS              PIC X(02)      VALUE "00".
019700 77  WS-DCTL-STATUS              PIC X(02)      VALUE "00".
019800 77  WS-BATCH-SW                 PIC X(01)      VALUE "N".
019900     88 BATCH-OPEN                               VALUE "Y".
020000 77  WS-DOC-SW                   PIC X(01)      VALUE "N".
020100     88 DOC-OPEN                                 VALUE "Y".
020200 77  WS-CHANNEL                  PIC X(01)      VALUE "M".
020300     88 CHANNEL-MAIL                             VALUE "M".
020400     88 CHANNEL-EDLV                             VALUE "E".
020500 77  WS-BATCH-DOC-TYPE           PIC X(04)      VALUE SPACES.
020600 77  WS-BATCH-PROGRAM            PIC X(09)      VALUE SPACES.
020700 77  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
020800 77  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
020900 77  WS-RUN-TIME                 PIC 9(08)      VALUE ZERO.
021000 77  WS-DOC-LOAN-NUMBER          PIC X(10)      VALUE SPACES.
021100 77  WS-DOC-CUSTOMER-ID          PIC X(10)      VALUE SPACES.
021200 77  WS-DOC-SEQ                  PIC 9(07)      COMP   VALUE ZERO.
021300 77  WS-DOC-LINES                PIC 9(03)      COMP   VALUE ZERO.
021400 77  WS-LINE-SUB                 PIC 9(03)      COMP   VALUE ZERO.
021500 77  WS-MAILED-COUNT             PIC 9(07)      COMP   VALUE ZERO.
021600 77  WS-EDLV-COUNT               PIC 9(07)      COMP   VALUE ZERO.
021700 77  WS-NO-EMAIL-COUNT           PIC 9(07)      COMP   VALUE ZERO.
021800 77  WS-DROPPED-COUNT            PIC 9(07)      COMP   VALUE ZERO.
021900 77  WS-MAIL-LINE-COUNT          PIC 9(09)      COMP   VALUE ZERO.
022000 77  WS-EDLV-LINE-COUNT          PIC 9(09)      COMP   VALUE ZERO.
022100
022200*    ONE DOCUMENT IS HELD HERE UNTIL IT ENDS, SO ITS P RECORD
022300*    CAN CARRY THE LINE COUNT AHEAD OF THE LINES
022400 01  WS-DOC-AREA.
022500     05 WS-DOC-LINE OCCURS 60 TIMES
022600                                 PIC X(80).
022700
022800 LINKAGE SECTION.
022900*--------------------------------------------------------------*
023000* DELIVERY-REQUEST - ONE CALL'S WORTH OF WORK. O OPENS THE     *
023100*    CALLER'S BATCH FOR A DOCUMENT TYPE, B BEGINS A DOCUMENT   *
023200*    FOR A LOAN AND CUSTOMER (THE CHANNEL CHOSEN COMES BACK IN *
023300*    DV-CHANNEL), L ADDS ONE PRINT LINE TO IT, E ENDS IT AND   *
023400*    C CLOSES THE BATCH. THE RESULT COMES BACK IN DV-RESULT.   *
023500*--------------------------------------------------------------*
023600 01  DELIVERY-REQUEST.
023700     03 DV-FUNCTION              PIC X(01).
023800         88 DV-FUNC-OPEN                        VALUE "O".
023900         88 DV-FUNC-BEGIN                       VALUE "B".
024000         88 DV-FUNC-LINE                        VALUE "L".
024100         88 DV-FUNC-END                         VALUE "E".
024200         88 DV-FUNC-CLOSE                       VALUE "C".
024300     03 DV-DOC-TYPE              PIC X(04).
024400     03 DV-PROGRAM               PIC X(09).
024500     03 DV-LOAN-NUMBER           PIC X(10).
024600     03 DV-CUSTOMER-ID           PIC X(10).
024700     03 DV-LINE                  PIC X(80).
024800     03 DV-CHANNEL               PIC X(01).
024900         88 DV-TO-MAIL                          VALUE "M".
025000         88 DV-TO-EDELIVERY                     VALUE "E".
025100     03 DV-RESULT                PIC X(01).
025200         88 DV-OK                               VALUE "Y".
025300         88 DV-FAILED                           VALUE "N".
025400
025500 PROCEDURE DIVISION USING DELIVERY-REQUEST.
025600*--------------------------------------------------------------*
025700* 0000-MAINLINE                                                *
025800*--------------------------------------------------------------*
025900 0000-MAINLINE.
026000     MOVE "N" TO DV-RESULT
026100     EVALUATE TRUE
026200         WHEN DV-FUNC-OPEN
026300             PERFORM 1000-OPEN-BATCH
026400                 THRU 1000-OPEN-BATCH-EXIT
026500         WHEN DV-FUNC-BEGIN
026600             PERFORM 2000-BEGIN-DOCUMENT
026700                 THRU 2000-BEGIN-DOCUMENT-EXIT
026800         WHEN DV-FUNC-LINE
026900             PERFORM 2100-ADD-LINE
027000                 THRU 2100-ADD-LINE-EXIT
027100         WHEN DV-FUNC-END
027200             PERFORM 2200-END-DOCUMENT
027300                 THRU 2200-END-DOCUMENT-EXIT
027400         WHEN DV-FUNC-CLOSE
027500             PERFORM 3000-CLOSE-BATCH
027600                 THRU 3000-CLOSE-BATCH-EXIT
027700         WHEN OTHER
027800             DISPLAY "LOANDLVR: FUNCTION NOT O, B, L, E OR C: "
027900                 DV-FUNCTION
028000     END-EVALUATE.
028100
028200 9999-EXIT.
028300     GOBACK.
028400
028500*--------------------------------------------------------------*
028600* 1000-OPEN-BATCH - OPEN THE CUSTOMER MASTER AND APPEND A      *
028700*    BATCH HEADER TO BOTH CHANNELS. THE FILES STAY OPEN ACROSS *
028800*    CALLS UNTIL THE CALLER CLOSES THE BATCH.                  *
028900*--------------------------------------------------------------*
029000 1000-OPEN-BATCH.
029100     IF BATCH-OPEN
029200         DISPLAY "LOANDLVR: BATCH ALREADY OPEN FOR "
029300             WS-BATCH-PROGRAM
029400         GO TO 1000-OPEN-BATCH-EXIT
029500     END-IF
029600     OPEN INPUT LOANPARM
029700     IF WS-PARM-STATUS NOT = "00"
029800         DISPLAY "LOANDLVR: RUN-CONTROL FILE LOANPARM MISSING"
029900         GO TO 1000-OPEN-BATCH-EXIT
030000     END-IF
030100     READ LOANPARM
030200         AT END
030300             MOVE ZERO TO PR-BUSINESS-DATE
030400     END-READ
030500     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
030600     CLOSE LOANPARM
030700     OPEN INPUT LOANCUST
030800     IF WS-CUST-STATUS NOT = "00"
030900         DISPLAY "LOANDLVR: CUSTOMER FILE LOANCUST MISSING"
031000         GO TO 1000-OPEN-BATCH-EXIT
031100     END-IF
031200     OPEN EXTEND LOANMAIL
031300     IF WS-MAIL-STATUS NOT = "00"
031400         OPEN OUTPUT LOANMAIL
031500     END-IF
031600     OPEN EXTEND LOANEDIX
031700     IF WS-EDIX-STATUS NOT = "00"
031800         OPEN OUTPUT LOANEDIX
031900     END-IF
032000     OPEN EXTEND LOANDCTL
032100     IF WS-DCTL-STATUS NOT = "00"
032200         OPEN OUTPUT LOANDCTL
032300     END-IF
032400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
032500     ACCEPT WS-RUN-TIME FROM TIME
032600     MOVE DV-DOC-TYPE TO WS-BATCH-DOC-TYPE
032700     MOVE DV-PROGRAM  TO WS-BATCH-PROGRAM
032800     MOVE ZERO TO WS-DOC-SEQ
032900     MOVE ZERO TO WS-MAILED-COUNT
033000     MOVE ZERO TO WS-EDLV-COUNT
033100     MOVE ZERO TO WS-NO-EMAIL-COUNT
033200     MOVE ZERO TO WS-DROPPED-COUNT
033300     MOVE ZERO TO WS-MAIL-LINE-COUNT
033400     MOVE ZERO TO WS-EDLV-LINE-COUNT
033500
033600     MOVE SPACES            TO LOANMAIL-RECORD
033700     MOVE "H"               TO MV-RECORD-TYPE
033800     MOVE WS-BATCH-DOC-TYPE TO MV-DOC-TYPE
033900     MOVE ZERO              TO MV-DOC-SEQ
034000     MOVE WS-BATCH-PROGRAM  TO MH-PROGRAM
034100     MOVE WS-BUSINESS-DATE  TO MH-BUSINESS-DATE
034200     MOVE WS-RUN-DATE       TO MH-RUN-DATE
034300     MOVE WS-RUN-TIME       TO MH-RUN-TIME
034400     WRITE LOANMAIL-RECORD
034500     MOVE SPACES            TO LOANEDIX-RECORD
034600     MOVE "H"               TO EX-RECORD-TYPE
034700     MOVE WS-BATCH-DOC-TYPE TO EX-DOC-TYPE
034800     MOVE ZERO              TO EX-DOC-SEQ
034900     MOVE WS-BATCH-PROGRAM  TO EH-PROGRAM
035000     MOVE WS-BUSINESS-DATE  TO EH-BUSINESS-DATE
035100     MOVE WS-RUN-DATE       TO EH-RUN-DATE
035200     MOVE WS-RUN-TIME       TO EH-RUN-TIME
035300     WRITE LOANEDIX-RECORD
035400     MOVE "Y" TO WS-BATCH-SW
035500     MOVE "N" TO WS-DOC-SW
035600     MOVE "Y" TO DV-RESULT.
035700
035800 1000-OPEN-BATCH-EXIT.
035900     EXIT.
036000
036100*--------------------------------------------------------------*
036200* 2000-BEGIN-DOCUMENT - NUMBER THE DOCUMENT AND CHOOSE ITS     *
036300*    CHANNEL. IT GOES ELECTRONIC ONLY WHEN THE BORROWER HAS    *
036400*    ELECTED IT AND AN EMAIL ADDRESS IS ON FILE; EVERYTHING    *
036500*    ELSE, INCLUDING A CUSTOMER NOT ON FILE, IS MAILED.        *
036600*--------------------------------------------------------------*
036700 2000-BEGIN-DOCUMENT.
036800     IF NOT BATCH-OPEN
036900         DISPLAY "LOANDLVR: DOCUMENT BEGUN WITH NO BATCH OPEN"
037000         GO TO 2000-BEGIN-DOCUMENT-EXIT
037100     END-IF
037200     IF DOC-OPEN
037300         PERFORM 2200-END-DOCUMENT THRU 2200-END-DOCUMENT-EXIT
037400     END-IF
037500     ADD 1 TO WS-DOC-SEQ
037600     MOVE ZERO            TO WS-DOC-LINES
037700     MOVE DV-LOAN-NUMBER  TO WS-DOC-LOAN-NUMBER
037800     MOVE DV-CUSTOMER-ID  TO WS-DOC-CUSTOMER-ID
037900     MOVE DV-CUSTOMER-ID  TO CU-CUSTOMER-ID
038000     READ LOANCUST
038100     IF WS-CUST-STATUS NOT = "00"
038200         MOVE SPACES TO LOANCUST-RECORD
038300         MOVE DV-CUSTOMER-ID       TO CU-CUSTOMER-ID
038400         MOVE "** NAME UNKNOWN **" TO CU-NAME
038500     END-IF
038600     EVALUATE TRUE
038700         WHEN CU-DELIVER-ELECTRONIC
038800                 AND CU-EMAIL-ADDRESS NOT = SPACES
038900             MOVE "E" TO WS-CHANNEL
039000         WHEN CU-DELIVER-ELECTRONIC
039100             ADD 1 TO WS-NO-EMAIL-COUNT
039200             MOVE "M" TO WS-CHANNEL
039300         WHEN OTHER
039400             MOVE "M" TO WS-CHANNEL
039500     END-EVALUATE
039600     MOVE WS-CHANNEL TO DV-CHANNEL
039700     MOVE "Y" TO WS-DOC-SW
039800     MOVE "Y" TO DV-RESULT.
039900
040000 2000-BEGIN-DOCUMENT-EXIT.
040100     EXIT.
040200
040300*--------------------------------------------------------------*
040400* 2100-ADD-LINE - HOLD ONE PRINT LINE OF THE OPEN DOCUMENT. A  *
040500*    LINE PAST THE HOLDING AREA IS COUNTED AS DROPPED AND THE  *
040600*    MANIFEST FAILS THE BATCH.                                 *
040700*--------------------------------------------------------------*
040800 2100-ADD-LINE.
040900     IF NOT DOC-OPEN
041000         DISPLAY "LOANDLVR: LINE ADDED WITH NO DOCUMENT OPEN"
041100         GO TO 2100-ADD-LINE-EXIT
041200     END-IF
041300     IF WS-DOC-LINES NOT < 60
041400         ADD 1 TO WS-DROPPED-COUNT
041500         DISPLAY "LOANDLVR: DOCUMENT OVER 60 LINES, LOAN "
041600             WS-DOC-LOAN-NUMBER
041700         GO TO 2100-ADD-LINE-EXIT
041800     END-IF
041900     ADD 1 TO WS-DOC-LINES
042000     MOVE DV-LINE TO WS-DOC-LINE (WS-DOC-LINES)
042100     MOVE "Y" TO DV-RESULT.
042200
042300 2100-ADD-LINE-EXIT.
042400     EXIT.
042500
042600*--------------------------------------------------------------*
042700* 2200-END-DOCUMENT - RELEASE THE HELD DOCUMENT AS ONE PIECE   *
042800*    TO THE CHANNEL CHOSEN WHEN IT BEGAN                       *
042900*--------------------------------------------------------------*
043000 2200-END-DOCUMENT.
043100     IF NOT DOC-OPEN
043200         DISPLAY "LOANDLVR: DOCUMENT ENDED WITH NONE OPEN"
043300         GO TO 2200-END-DOCUMENT-EXIT
043400     END-IF
043500     IF CHANNEL-EDLV
043600         PERFORM 2400-WRITE-EDLV-PIECE
043700             THRU 2400-WRITE-EDLV-PIECE-EXIT
043800     ELSE
043900         PERFORM 2300-WRITE-MAIL-PIECE
044000             THRU 2300-WRITE-MAIL-PIECE-EXIT
044100     END-IF
044200     MOVE "N" TO WS-DOC-SW
044300     MOVE "Y" TO DV-RESULT.
044400
044500 2200-END-DOCUMENT-EXIT.
044600     EXIT.
044700
044800*--------------------------------------------------------------*
044900* 2300-WRITE-MAIL-PIECE - THE P RECORD WITH THE MAILING        *
045000*    ADDRESS, THEN ONE L RECORD PER PRINT LINE                 *
045100*--------------------------------------------------------------*
045200 2300-WRITE-MAIL-PIECE.
045300     ADD 1 TO WS-MAILED-COUNT
045400     MOVE SPACES             TO LOANMAIL-RECORD
045500     MOVE "P"                TO MV-RECORD-TYPE
045600     MOVE WS-BATCH-DOC-TYPE  TO MV-DOC-TYPE
045700     MOVE WS-DOC-SEQ         TO MV-DOC-SEQ
045800     MOVE WS-DOC-LOAN-NUMBER TO MP-LOAN-NUMBER
045900     MOVE WS-DOC-CUSTOMER-ID TO MP-CUSTOMER-ID
046000     MOVE WS-DOC-LINES       TO MP-LINE-COUNT
046100     MOVE CU-NAME            TO MP-NAME
046200     MOVE CU-ADDR-1          TO MP-ADDR-1
046300     MOVE CU-ADDR-2          TO MP-ADDR-2
046400     MOVE CU-CITY            TO MP-CITY
046500     MOVE CU-STATE           TO MP-STATE
046600     MOVE CU-ZIP             TO MP-ZIP
046700     WRITE LOANMAIL-RECORD
046800     PERFORM 2310-WRITE-MAIL-LINE
046900         THRU 2310-WRITE-MAIL-LINE-EXIT
047000         VARYING WS-LINE-SUB FROM 1 BY 1
047100         UNTIL WS-LINE-SUB > WS-DOC-LINES.
047200
047300 2300-WRITE-MAIL-PIECE-EXIT.
047400     EXIT.
047500
047600 2310-WRITE-MAIL-LINE.
047700     MOVE SPACES            TO LOANMAIL-RECORD
047800     MOVE "L"               TO MV-RECORD-TYPE
047900     MOVE WS-BATCH-DOC-TYPE TO MV-DOC-TYPE
048000     MOVE WS-DOC-SEQ        TO MV-DOC-SEQ
048100     MOVE WS-DOC-LINE (WS-LINE-SUB) TO ML-TEXT
048200     WRITE LOANMAIL-RECORD
048300     ADD 1 TO WS-MAIL-LINE-COUNT.
048400
048500 2310-WRITE-MAIL-LINE-EXIT.
048600     EXIT.
048700
048800*--------------------------------------------------------------*
048900* 2400-WRITE-EDLV-PIECE - THE P INDEX RECORD WITH THE EMAIL    *
049000*    ADDRESS TO NOTIFY, THEN ONE L RECORD PER PRINT LINE       *
049100*--------------------------------------------------------------*
049200 2400-WRITE-EDLV-PIECE.
049300     ADD 1 TO WS-EDLV-COUNT
049400     MOVE SPACES             TO LOANEDIX-RECORD
049500     MOVE "P"                TO EX-RECORD-TYPE
049600     MOVE WS-BATCH-DOC-TYPE  TO EX-DOC-TYPE
049700     MOVE WS-DOC-SEQ         TO EX-DOC-SEQ
049800     MOVE WS-DOC-LOAN-NUMBER TO EI-LOAN-NUMBER
049900     MOVE WS-DOC-CUSTOMER-ID TO EI-CUSTOMER-ID
050000     MOVE WS-DOC-LINES       TO EI-LINE-COUNT
050100     MOVE CU-EMAIL-ADDRESS   TO EI-EMAIL-ADDRESS
050200     MOVE CU-NAME            TO EI-NAME
050300     MOVE WS-BUSINESS-DATE   TO EI-DOC-DATE
050400     WRITE LOANEDIX-RECORD
050500     PERFORM 2410-WRITE-EDLV-LINE
050600         THRU 2410-WRITE-EDLV-LINE-EXIT
050700         VARYING WS-LINE-SUB FROM 1 BY 1
050800         UNTIL WS-LINE-SUB > WS-DOC-LINES.
050900
051000 2400-WRITE-EDLV-PIECE-EXIT.
051100     EXIT.
051200
051300 2410-WRITE-EDLV-LINE.
051400     MOVE SPACES            TO LOANEDIX-RECORD
051500     MOVE "L"               TO EX-RECORD-TYPE
051600     MOVE WS-BATCH-DOC-TYPE TO EX-DOC-TYPE
051700     MOVE WS-DOC-SEQ        TO EX-DOC-SEQ
051800     MOVE WS-DOC-LINE (WS-LINE-SUB) TO EL-TEXT
051900     WRITE LOANEDIX-RECORD
052000     ADD 1 TO WS-EDLV-LINE-COUNT.
052100
052200 2410-WRITE-EDLV-LINE-EXIT.
052300     EXIT.
052400
052500*--------------------------------------------------------------*
052600* 3000-CLOSE-BATCH - RELEASE ANY DOCUMENT LEFT OPEN, TRAIL     *
052700*    BOTH CHANNELS WITH THEIR PIECE AND LINE COUNTS, RECORD    *
052800*    THE BATCH ON LOANDCTL AND CLOSE THE FILES                 *
052900*--------------------------------------------------------------*
053000 3000-CLOSE-BATCH.
053100     IF NOT BATCH-OPEN
053200         DISPLAY "LOANDLVR: BATCH CLOSED WITH NONE OPEN"
053300         GO TO 3000-CLOSE-BATCH-EXIT
053400     END-IF
053500     IF DOC-OPEN
053600         PERFORM 2200-END-DOCUMENT THRU 2200-END-DOCUMENT-EXIT
053700     END-IF
053800     MOVE SPACES             TO LOANMAIL-RECORD
053900     MOVE "T"                TO MV-RECORD-TYPE
054000     MOVE WS-BATCH-DOC-TYPE  TO MV-DOC-TYPE
054100     MOVE ZERO               TO MV-DOC-SEQ
054200     MOVE WS-MAILED-COUNT    TO MT-PIECE-COUNT
054300     MOVE WS-MAIL-LINE-COUNT TO MT-LINE-COUNT
054400     WRITE LOANMAIL-RECORD
054500     MOVE SPACES             TO LOANEDIX-RECORD
054600     MOVE "T"                TO EX-RECORD-TYPE
054700     MOVE WS-BATCH-DOC-TYPE  TO EX-DOC-TYPE
054800     MOVE ZERO               TO EX-DOC-SEQ
054900     MOVE WS-EDLV-COUNT      TO ET-PIECE-COUNT
055000     MOVE WS-EDLV-LINE-COUNT TO ET-LINE-COUNT
055100     WRITE LOANEDIX-RECORD
055200
055300     MOVE SPACES             TO LOANDCTL-RECORD
055400     MOVE WS-BATCH-PROGRAM   TO DC-PROGRAM
055500     MOVE WS-BATCH-DOC-TYPE  TO DC-DOC-TYPE
055600     MOVE WS-BUSINESS-DATE   TO DC-BUSINESS-DATE
055700     MOVE WS-RUN-DATE        TO DC-RUN-DATE
055800     MOVE WS-RUN-TIME        TO DC-RUN-TIME
055900     MOVE WS-DOC-SEQ         TO DC-PRODUCED
056000     MOVE WS-MAILED-COUNT    TO DC-MAILED
056100     MOVE WS-EDLV-COUNT      TO DC-ELECTRONIC
056200     MOVE WS-NO-EMAIL-COUNT  TO DC-NO-EMAIL
056300     MOVE WS-DROPPED-COUNT   TO DC-LINES-DROPPED
056400     WRITE LOANDCTL-RECORD
056500     CLOSE LOANCUST
056600     CLOSE LOANMAIL
056700     CLOSE LOANEDIX
056800     CLOSE LOANDCTL
056900     DISPLAY "LOANDLVR: " WS-BATCH-PROGRAM WS-BATCH-DOC-TYPE
057000         " PRODUCED=" WS-DOC-SEQ " MAILED=" WS-MAILED-COUNT
057100         " E-DELIVERED=" WS-EDLV-COUNT
057200     MOVE "N" TO WS-BATCH-SW
057300     MOVE "Y" TO DV-RESULT.
057400
057500 3000-CLOSE-BATCH-EXIT.
057600     EXIT.
057700
057800 END PROGRAM LOANDLVR.
