000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANDMAN.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-30.
000600 DATE-COMPILED. 2026-09-30.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-30  LSG  Initial version. Nightly document delivery *
001000*               manifest, run after the last document step and *
001100*               before LOANMAIL goes to the print vendor and   *
001200*               LOANEDIX to the borrower portal. Every batch   *
001300*               control record on LOANDCTL is proved against   *
001400*               its batch on both channel files: each document *
001500*               produced must be in exactly one channel, every *
001600*               piece must carry the lines it counts, and both *
001700*               trailers must agree with the control record.   *
001800*               Any exception ends the step with RC 8 and the  *
001900*               files are held.                                *
002000*--------------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT LOANPARM ASSIGN TO "LOANPARM"
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-PARM-STATUS.
003100     SELECT LOANDCTL ASSIGN TO "LOANDCTL"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-DCTL-STATUS.
003400     SELECT LOANMAIL ASSIGN TO "LOANMAIL"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-MAIL-STATUS.
003700     SELECT LOANEDIX ASSIGN TO "LOANEDIX"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-EDIX-STATUS.
004000     SELECT LOANDMRP ASSIGN TO "LOANDMRP"
004100         ORGANIZATION IS SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500*--------------------------------------------------------------*
004600* LOANPARM - THE RUN-CONTROL RECORD; THE BUSINESS DATE HEADS   *
004700*    THE MANIFEST                                              *
004800*--------------------------------------------------------------*
004900 FD  LOANPARM
005000     RECORDING MODE IS F.
005100 01  LOANPARM-RECORD.
005200     05 PR-BUSINESS-DATE         PIC 9(08).
005300     05 PR-RUN-ID                PIC X(08).
005400     05 PR-OPT-SKED-ONLY         PIC X(01).
005500     05 PR-OPT-SKIP-DELQ         PIC X(01).
005600     05 PR-OPT-FULL-RUN          PIC X(01).
005700     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
005800     05 PR-GENERATIONS-KEPT      PIC 9(02).
005900
006000*--------------------------------------------------------------*
006100* LOANDCTL - ONE CONTROL RECORD PER DOCUMENT BATCH, WRITTEN BY *
006200*    LOANDLVR WHEN THE CALLING STEP CLOSES ITS BATCH           *
006300*--------------------------------------------------------------*
006400 FD  LOANDCTL
006500     RECORDING MODE IS F.
006600 01  LOANDCTL-RECORD.
006700     05 DC-PROGRAM               PIC X(09).
006800     05 DC-DOC-TYPE              PIC X(04).
006900     05 DC-BUSINESS-DATE         PIC 9(08).
007000     05 DC-RUN-DATE              PIC 9(08).
007100     05 DC-RUN-TIME              PIC 9(08).
007200     05 DC-PRODUCED              PIC 9(07).
007300     05 DC-MAILED                PIC 9(07).
007400     05 DC-ELECTRONIC            PIC 9(07).
007500     05 DC-NO-EMAIL              PIC 9(07).
007600     05 DC-LINES-DROPPED         PIC 9(07).
007700     05 FILLER                   PIC X(08).
007800
007900*--------------------------------------------------------------*
008000* LOANMAIL - THE PRINT-VENDOR MAIL FILE: PER BATCH AN H        *
008100*    HEADER, P PIECES EACH FOLLOWED BY ITS L LINES, AND A T    *
008200*    TRAILER                                                   *
008300*--------------------------------------------------------------*
008400 FD  LOANMAIL
008500     RECORDING MODE IS F.
008600 01  LOANMAIL-RECORD.
008700     05 MV-RECORD-TYPE           PIC X(01).
008800         88 MV-BATCH-HEADER                      VALUE "H".
008900         88 MV-PIECE                             VALUE "P".
009000         88 MV-LINE                              VALUE "L".
009100         88 MV-BATCH-TRAILER                     VALUE "T".
009200     05 MV-DOC-TYPE              PIC X(04).
009300     05 MV-DOC-SEQ               PIC 9(07).
009400     05 MV-PIECE-DATA.
009500         10 MP-LOAN-NUMBER       PIC X(10).
009600         10 MP-CUSTOMER-ID       PIC X(10).
009700         10 MP-LINE-COUNT        PIC 9(03).
009800         10 MP-NAME              PIC X(30).
009900         10 MP-ADDR-1            PIC X(30).
010000         10 MP-ADDR-2            PIC X(30).
010100         10 MP-CITY              PIC X(20).
010200         10 MP-STATE             PIC X(02).
010300         10 MP-ZIP               PIC X(09).
010400         10 FILLER               PIC X(44).
010500     05 MV-LINE-DATA REDEFINES MV-PIECE-DATA.
010600         10 ML-TEXT              PIC X(80).
010700         10 FILLER               PIC X(108).
010800     05 MV-HEADER-DATA REDEFINES MV-PIECE-DATA.
010900         10 MH-PROGRAM           PIC X(09).
011000         10 MH-BUSINESS-DATE     PIC 9(08).
011100         10 MH-RUN-DATE          PIC 9(08).
011200         10 MH-RUN-TIME          PIC 9(08).
011300         10 FILLER               PIC X(155).
011400     05 MV-TRAILER-DATA REDEFINES MV-PIECE-DATA.
011500         10 MT-PIECE-COUNT       PIC 9(07).
011600         10 MT-LINE-COUNT        PIC 9(09).
011700         10 FILLER               PIC X(172).
011800
011900*--------------------------------------------------------------*
012000* LOANEDIX - THE E-DELIVERY INDEX, IN THE SAME BATCH SHAPE AS  *
012100*    LOANMAIL                                                  *
012200*--------------------------------------------------------------*
012300 FD  LOANEDIX
012400     RECORDING MODE IS F.
012500 01  LOANEDIX-RECORD.
012600     05 EX-RECORD-TYPE           PIC X(01).
012700         88 EX-BATCH-HEADER                      VALUE "H".
012800         88 EX-PIECE                             VALUE "P".
012900         88 EX-LINE                              VALUE "L".
013000         88 EX-BATCH-TRAILER                     VALUE "T".
013100     05 EX-DOC-TYPE              PIC X(04).
013200     05 EX-DOC-SEQ               PIC 9(07).
013300     05 EX-INDEX-DATA.
013400         10 EI-LOAN-NUMBER       PIC X(10).
013500         10 EI-CUSTOMER-ID       PIC X(10).
013600         10 EI-LINE-COUNT        PIC 9(03).
013700         10 EI-EMAIL-ADDRESS     PIC X(40).
013800         10 EI-NAME              PIC X(30).
013900         10 EI-DOC-DATE          PIC 9(08).
014000         10 FILLER               PIC X(87).
014100     05 EX-LINE-DATA REDEFINES EX-INDEX-DATA.
014200         10 EL-TEXT              PIC X(80).
014300         10 FILLER               PIC X(108).
014400     05 EX-HEADER-DATA REDEFINES EX-INDEX-DATA.
014500         10 EH-PROGRAM           PIC X(09).
014600         10 EH-BUSINESS-DATE     PIC 9(08).
014700         10 EH-RUN-DATE          PIC 9(08).
014800         10 EH-RUN-TIME          PIC 9(08).
014900         10 FILLER               PIC X(155).
015000     05 EX-TRAILER-DATA REDEFINES EX-INDEX-DATA.
015100         10 ET-PIECE-COUNT       PIC 9(07).
015200         10 ET-LINE-COUNT        PIC 9(09).
015300         10 FILLER               PIC X(172).
015400
015500*--------------------------------------------------------------*
015600* LOANDMRP - PRINTED MANIFEST: ONE LINE PER BATCH AND ONE PER  *
015700*    EXCEPTION, THEN THE RUN TOTALS                            *
015800*--------------------------------------------------------------*
015900 FD  LOANDMRP
016000     RECORDING MODE IS F.
016100 01  PRINT-LINE                  PIC X(80).
016200
016300 WORKING-STORAGE SECTION.
016400 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
016500 77  WS-DCTL-STATUS              PIC X(02)      VALUE "00".
016600 77  WS-MAIL-STATUS              PIC X(02)      VALUE "00".
016700 77  WS-EDIX-STATUS              PIC X(02)      VALUE "00".
016800 77  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
016900 01  WS-CYCLE-REQUEST.
017000     03 WS-CY-FUNCTION           PIC X(01).
017100     03 WS-CY-PROGRAM            PIC X(09).
017200     03 WS-CY-BUSINESS-DATE      PIC 9(08).
017300     03 WS-CY-END-RETURN-CODE    PIC 9(04).
017400     03 WS-CY-RESULT             PIC X(01).
017500         88 WS-CY-OK                             VALUE "Y".
017600 77  WS-DCTL-EOF-SW              PIC X(01)      VALUE "N".
017700     88 END-OF-LOANDCTL                          VALUE "Y".
017800 77  WS-MAIL-EOF-SW              PIC X(01)      VALUE "N".
017900     88 END-OF-LOANMAIL                          VALUE "Y".
018000 77  WS-EDIX-EOF-SW              PIC X(01)      VALUE "N".
018100     88 END-OF-LOANEDIX                          VALUE "Y".
018200 77  WS-SYNC-SW                  PIC X(01)      VALUE "Y".
018300     88 FILES-IN-SYNC                            VALUE "Y".
018400     88 SYNC-LOST                                VALUE "N".
018500 77  WS-MAIL-BATCH-SW            PIC X(01)      VALUE "N".
018600     88 MAIL-BATCH-DONE                          VALUE "Y".
018700 77  WS-EDIX-BATCH-SW            PIC X(01)      VALUE "N".
018800     88 EDIX-BATCH-DONE                          VALUE "Y".
018900 77  WS-MAIL-MATCH-SW            PIC X(01)      VALUE "N".
019000     88 MAIL-MATCHED                             VALUE "Y".
019100 77  WS-EDIX-MATCH-SW            PIC X(01)      VALUE "N".
019200     88 EDIX-MATCHED                             VALUE "Y".
019300 77  WS-EXPECT-SEQ               PIC 9(07)      COMP   VALUE ZERO.
019400 77  WS-NEXT-SEQ                 PIC 9(07)      COMP   VALUE ZERO.
019500 77  WS-LAST-SEQ                 PIC 9(07)      COMP   VALUE ZERO.
019600 77  WS-PIECE-LINES              PIC 9(05)      COMP   VALUE ZERO.
019700 77  WS-PIECE-LINE-COUNT         PIC 9(03)      VALUE ZERO.
019800 77  WS-BATCH-MAIL-PIECES        PIC 9(07)      COMP   VALUE ZERO.
019900 77  WS-BATCH-MAIL-LINES         PIC 9(09)      COMP   VALUE ZERO.
020000 77  WS-BATCH-EDIX-PIECES        PIC 9(07)      COMP   VALUE ZERO.
020100 77  WS-BATCH-EDIX-LINES         PIC 9(09)      COMP   VALUE ZERO.
020200 77  WS-BATCH-EXCEPTIONS         PIC 9(07)      COMP   VALUE ZERO.
020300 77  WS-BATCH-COUNT              PIC 9(07)      COMP   VALUE ZERO.
020400 77  WS-PROVED-COUNT             PIC 9(07)      COMP   VALUE ZERO.
020500 77  WS-PRODUCED-TOTAL           PIC 9(07)      COMP   VALUE ZERO.
020600 77  WS-MAILED-TOTAL             PIC 9(07)      COMP   VALUE ZERO.
020700 77  WS-EDLV-TOTAL               PIC 9(07)      COMP   VALUE ZERO.
020800 77  WS-NO-EMAIL-TOTAL           PIC 9(07)      COMP   VALUE ZERO.
020900 77  WS-EXCEPTION-COUNT          PIC 9(07)      COMP   VALUE ZERO.
021000 77  WS-MAX-SEQ                  PIC 9(07)      VALUE 9999999.
021100 77  WS-EXC-PROGRAM              PIC X(09)      VALUE SPACES.
021200 77  WS-EXC-DOC-TYPE             PIC X(04)      VALUE SPACES.
021300
021400 01  WS-REPORT-HEADING.
021500     05 FILLER              PIC X(40)  VALUE
021600         "DOCUMENT DELIVERY MANIFEST -            ".
021700     05 WH-BUSINESS-DATE    PIC 9(08).
021800     05 FILLER              PIC X(32)  VALUE SPACES.
021900
022000 01  WS-COLUMN-HEADING.
022100     05 FILLER              PIC X(40)  VALUE
022200         "PROGRAM   TYPE BUS DATE  PRODUCED   MAIL".
022300     05 FILLER              PIC X(40)  VALUE
022400         "ED  E-DELIV NO EMAIL  STATUS            ".
022500
022600 01  WS-DETAIL-LINE.
022700     05 WD-PROGRAM               PIC X(09).
022800     05 FILLER                   PIC X(01)      VALUE SPACES.
022900     05 WD-DOC-TYPE              PIC X(04).
023000     05 FILLER                   PIC X(01)      VALUE SPACES.
023100     05 WD-BUSINESS-DATE         PIC 9(08).
023200     05 FILLER                   PIC X(02)      VALUE SPACES.
023300     05 WD-PRODUCED              PIC ZZZ,ZZ9.
023400     05 FILLER                   PIC X(02)      VALUE SPACES.
023500     05 WD-MAILED                PIC ZZZ,ZZ9.
023600     05 FILLER                   PIC X(02)      VALUE SPACES.
023700     05 WD-ELECTRONIC            PIC ZZZ,ZZ9.
023800     05 FILLER                   PIC X(02)      VALUE SPACES.
023900     05 WD-NO-EMAIL              PIC ZZZ,ZZ9.
024000     05 FILLER                   PIC X(02)      VALUE SPACES.
024100     05 WD-STATUS                PIC X(06).
024200     05 FILLER                   PIC X(11)      VALUE SPACES.
024300
024400 01  WS-EXCEPTION-LINE.
024500     05 FILLER                   PIC X(03)      VALUE "** ".
024600     05 WE-PROGRAM               PIC X(09).
024700     05 FILLER                   PIC X(01)      VALUE SPACES.
024800     05 WE-DOC-TYPE              PIC X(04).
024900     05 FILLER                   PIC X(05)      VALUE " DOC ".
025000     05 WE-DOC-SEQ               PIC ZZZZZZ9    BLANK WHEN ZERO.
025100     05 FILLER                   PIC X(01)      VALUE SPACES.
025200     05 WE-MESSAGE               PIC X(50).
025300
025400 01  WS-GAP-MESSAGE.
025500     05 FILLER                   PIC X(05)      VALUE "THRU ".
025600     05 WG-LAST-SEQ              PIC 9(07).
025700     05 FILLER                   PIC X(19)      VALUE
025800         " IN NEITHER CHANNEL".
025900
026000 01  WS-TOTAL-LINE.
026100     05 WX-LABEL                 PIC X(28).
026200     05 WX-COUNT                 PIC ZZZ,ZZ9.
026300
026400 PROCEDURE DIVISION.
026500*--------------------------------------------------------------*
026600* 0000-MAINLINE                                                *
026700*--------------------------------------------------------------*
026800 0000-MAINLINE.
026900     PERFORM 1000-INITIALIZE
027000     PERFORM 2000-PROVE-BATCH THRU 2000-PROVE-BATCH-EXIT
027100         UNTIL END-OF-LOANDCTL OR SYNC-LOST
027200     PERFORM 8000-CHECK-LEFTOVERS THRU 8000-CHECK-LEFTOVERS-EXIT
027300     PERFORM 8500-PRINT-TOTALS THRU 8500-PRINT-TOTALS-EXIT
027400     PERFORM 9000-TERMINATE
027500     GOBACK.
027600
027700*--------------------------------------------------------------*
027800* 1000-INITIALIZE - A FILE NOT THERE MEANS NO STEP HAS ROUTED  *
027900*    A DOCUMENT SINCE THE LAST ROLL AND IS TAKEN AS EMPTY. A   *
028000*    CHANNEL FILE MISSING WHILE LOANDCTL HAS BATCHES SHOWS UP  *
028100*    BELOW AS A MISSING HEADER.                                *
028200*--------------------------------------------------------------*
028300 1000-INITIALIZE.
028400     PERFORM 1100-READ-RUN-PARMS THRU 1100-READ-RUN-PARMS-EXIT
028500     OPEN INPUT LOANDCTL
028600     IF WS-DCTL-STATUS NOT = "00"
028700         DISPLAY "LOANDMAN: CONTROL FILE LOANDCTL NOT FOUND"
028800         MOVE "Y" TO WS-DCTL-EOF-SW
028900     END-IF
029000     OPEN INPUT LOANMAIL
029100     IF WS-MAIL-STATUS NOT = "00"
029200         DISPLAY "LOANDMAN: MAIL FILE LOANMAIL NOT FOUND"
029300         MOVE "Y" TO WS-MAIL-EOF-SW
029400     END-IF
029500     OPEN INPUT LOANEDIX
029600     IF WS-EDIX-STATUS NOT = "00"
029700         DISPLAY "LOANDMAN: E-DELIVERY INDEX LOANEDIX NOT FOUND"
029800         MOVE "Y" TO WS-EDIX-EOF-SW
029900     END-IF
030000     OPEN OUTPUT LOANDMRP
030100     MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE
030200     WRITE PRINT-LINE FROM WS-REPORT-HEADING
030300     WRITE PRINT-LINE FROM SPACES
030400     WRITE PRINT-LINE FROM WS-COLUMN-HEADING
030500     WRITE PRINT-LINE FROM SPACES
030600     IF NOT END-OF-LOANDCTL
030700         READ LOANDCTL
030800             AT END MOVE "Y" TO WS-DCTL-EOF-SW
030900         END-READ
031000     END-IF
031100     PERFORM 2700-READ-MAIL THRU 2700-READ-MAIL-EXIT
031200     PERFORM 2800-READ-EDIX THRU 2800-READ-EDIX-EXIT.
031300
031400*--------------------------------------------------------------*
031500* 1100-READ-RUN-PARMS - BUSINESS DATE FROM LOANPARM, AND THIS  *
031600*    STEP'S START ON THE CYCLE-CONTROL FILE. THE DOCUMENT      *
031700*    STEPS RECORD THEIR OWN COMPLETION, SO THERE IS NO SINGLE  *
031800*    PRODUCER TO VERIFY.                                       *
031900*--------------------------------------------------------------*
032000 1100-READ-RUN-PARMS.
032100     OPEN INPUT LOANPARM
032200     IF WS-PARM-STATUS NOT = "00"
032300         DISPLAY "LOANDMAN: RUN-CONTROL FILE LOANPARM MISSING"
032400         MOVE 16 TO RETURN-CODE
032500         GOBACK
032600     END-IF
032700     READ LOANPARM
032800         AT END
032900             DISPLAY "LOANDMAN: RUN-CONTROL RECORD MISSING"
033000             MOVE 16 TO RETURN-CODE
033100             GOBACK
033200     END-READ
033300     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
033400     CLOSE LOANPARM
033500     MOVE "S"              TO WS-CY-FUNCTION
033600     MOVE "LOANDMAN "      TO WS-CY-PROGRAM
033700     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
033800     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
033900
034000 1100-READ-RUN-PARMS-EXIT.
034100     EXIT.
034200
034300*--------------------------------------------------------------*
034400* 2000-PROVE-BATCH - ONE LOANDCTL RECORD AGAINST ITS BATCH ON  *
034500*    BOTH CHANNEL FILES. THE BATCHES ARE APPENDED IN STEP      *
034600*    ORDER, SO EACH FILE MUST BE SITTING ON A HEADER FOR THIS  *
034700*    PROGRAM AND RUN; IF NOT, A STEP FAILED PART WAY THROUGH   *
034800*    ITS BATCH AND NOTHING AFTER IT CAN BE PROVED.             *
034900*--------------------------------------------------------------*
035000 2000-PROVE-BATCH.
035100     ADD 1 TO WS-BATCH-COUNT
035200     MOVE DC-PROGRAM  TO WS-EXC-PROGRAM
035300     MOVE DC-DOC-TYPE TO WS-EXC-DOC-TYPE
035400     MOVE ZERO TO WS-BATCH-MAIL-PIECES WS-BATCH-MAIL-LINES
035500                  WS-BATCH-EDIX-PIECES WS-BATCH-EDIX-LINES
035600                  WS-BATCH-EXCEPTIONS WS-LAST-SEQ
035700     MOVE ZERO TO WE-DOC-SEQ
035800     IF END-OF-LOANMAIL
035900             OR NOT MV-BATCH-HEADER
036000             OR MH-PROGRAM NOT = DC-PROGRAM
036100             OR MV-DOC-TYPE NOT = DC-DOC-TYPE
036200             OR MH-RUN-DATE NOT = DC-RUN-DATE
036300             OR MH-RUN-TIME NOT = DC-RUN-TIME
036400         MOVE "LOANMAIL BATCH HEADER MISSING - OUT OF SYNC"
036500                                     TO WE-MESSAGE
036600         PERFORM 2600-PRINT-EXCEPTION
036700             THRU 2600-PRINT-EXCEPTION-EXIT
036800         MOVE "N" TO WS-SYNC-SW
036900     END-IF
037000     IF END-OF-LOANEDIX
037100             OR NOT EX-BATCH-HEADER
037200             OR EH-PROGRAM NOT = DC-PROGRAM
037300             OR EX-DOC-TYPE NOT = DC-DOC-TYPE
037400             OR EH-RUN-DATE NOT = DC-RUN-DATE
037500             OR EH-RUN-TIME NOT = DC-RUN-TIME
037600         MOVE "LOANEDIX BATCH HEADER MISSING - OUT OF SYNC"
037700                                     TO WE-MESSAGE
037800         PERFORM 2600-PRINT-EXCEPTION
037900             THRU 2600-PRINT-EXCEPTION-EXIT
038000         MOVE "N" TO WS-SYNC-SW
038100     END-IF
038200     IF SYNC-LOST
038300         MOVE "ERRORS" TO WD-STATUS
038400         PERFORM 2500-PRINT-BATCH THRU 2500-PRINT-BATCH-EXIT
038500         GO TO 2000-PROVE-BATCH-EXIT
038600     END-IF
038700     PERFORM 2700-READ-MAIL THRU 2700-READ-MAIL-EXIT
038800     PERFORM 2800-READ-EDIX THRU 2800-READ-EDIX-EXIT
038900     MOVE 1 TO WS-EXPECT-SEQ
039000     PERFORM 2100-MATCH-PIECE THRU 2100-MATCH-PIECE-EXIT
039100         UNTIL MAIL-BATCH-DONE AND EDIX-BATCH-DONE
039200     IF WS-EXPECT-SEQ NOT > DC-PRODUCED
039300         MOVE WS-EXPECT-SEQ TO WE-DOC-SEQ
039400         MOVE DC-PRODUCED   TO WG-LAST-SEQ
039500         MOVE WS-GAP-MESSAGE TO WE-MESSAGE
039600         PERFORM 2600-PRINT-EXCEPTION
039700             THRU 2600-PRINT-EXCEPTION-EXIT
039800         MOVE ZERO TO WE-DOC-SEQ
039900     END-IF
040000     PERFORM 2400-CHECK-TRAILERS THRU 2400-CHECK-TRAILERS-EXIT
040100     IF DC-MAILED + DC-ELECTRONIC NOT = DC-PRODUCED
040200         MOVE "PRODUCED NOT EQUAL TO MAILED PLUS E-DELIVERED"
040300                                     TO WE-MESSAGE
040400         PERFORM 2600-PRINT-EXCEPTION
040500             THRU 2600-PRINT-EXCEPTION-EXIT
040600     END-IF
040700     IF DC-LINES-DROPPED > ZERO
040800         MOVE "LINES DROPPED - A DOCUMENT WAS TRUNCATED"
040900                                     TO WE-MESSAGE
041000         PERFORM 2600-PRINT-EXCEPTION
041100             THRU 2600-PRINT-EXCEPTION-EXIT
041200     END-IF
041300     IF WS-BATCH-EXCEPTIONS = ZERO
041400         MOVE "PROVED" TO WD-STATUS
041500         ADD 1 TO WS-PROVED-COUNT
041600     ELSE
041700         MOVE "ERRORS" TO WD-STATUS
041800     END-IF
041900     PERFORM 2500-PRINT-BATCH THRU 2500-PRINT-BATCH-EXIT
042000     READ LOANDCTL
042100         AT END MOVE "Y" TO WS-DCTL-EOF-SW
042200     END-READ.
042300
042400 2000-PROVE-BATCH-EXIT.
042500     EXIT.
042600
042700*--------------------------------------------------------------*
042800* 2100-MATCH-PIECE - BOTH CHANNELS CARRY THEIR PIECES IN       *
042900*    DOCUMENT NUMBER ORDER, SO THEY ARE MERGED ON THE NUMBER.  *
043000*    THE LOWER NUMBER IS TAKEN: FOUND ON BOTH FILES IT WENT TO *
043100*    BOTH CHANNELS, AND ANY NUMBER SKIPPED OVER WENT TO        *
043200*    NEITHER.                                                  *
043300*--------------------------------------------------------------*
043400 2100-MATCH-PIECE.
043500     IF NOT MAIL-BATCH-DONE AND NOT MV-PIECE
043600         MOVE "LOANMAIL LINE RECORD OUTSIDE A PIECE" TO WE-MESSAGE
043700         PERFORM 2600-PRINT-EXCEPTION
043800             THRU 2600-PRINT-EXCEPTION-EXIT
043900         PERFORM 2700-READ-MAIL THRU 2700-READ-MAIL-EXIT
044000         GO TO 2100-MATCH-PIECE-EXIT
044100     END-IF
044200     IF NOT EDIX-BATCH-DONE AND NOT EX-PIECE
044300         MOVE "LOANEDIX LINE RECORD OUTSIDE A PIECE" TO WE-MESSAGE
044400         PERFORM 2600-PRINT-EXCEPTION
044500             THRU 2600-PRINT-EXCEPTION-EXIT
044600         PERFORM 2800-READ-EDIX THRU 2800-READ-EDIX-EXIT
044700         GO TO 2100-MATCH-PIECE-EXIT
044800     END-IF
044900     MOVE WS-MAX-SEQ TO WS-NEXT-SEQ
045000     IF NOT MAIL-BATCH-DONE
045100         MOVE MV-DOC-SEQ TO WS-NEXT-SEQ
045200     END-IF
045300     IF NOT EDIX-BATCH-DONE AND EX-DOC-SEQ < WS-NEXT-SEQ
045400         MOVE EX-DOC-SEQ TO WS-NEXT-SEQ
045500     END-IF
045600     MOVE "N" TO WS-MAIL-MATCH-SW WS-EDIX-MATCH-SW
045700     IF NOT MAIL-BATCH-DONE AND MV-DOC-SEQ = WS-NEXT-SEQ
045800         MOVE "Y" TO WS-MAIL-MATCH-SW
045900     END-IF
046000     IF NOT EDIX-BATCH-DONE AND EX-DOC-SEQ = WS-NEXT-SEQ
046100         MOVE "Y" TO WS-EDIX-MATCH-SW
046200     END-IF
046300     MOVE WS-NEXT-SEQ TO WE-DOC-SEQ
046400     EVALUATE TRUE
046500         WHEN WS-NEXT-SEQ NOT > WS-LAST-SEQ
046600             MOVE "PIECE OUT OF SEQUENCE OR REPEATED"
046700                                     TO WE-MESSAGE
046800             PERFORM 2600-PRINT-EXCEPTION
046900                 THRU 2600-PRINT-EXCEPTION-EXIT
047000         WHEN WS-NEXT-SEQ > DC-PRODUCED
047100             MOVE "PIECE NOT PRODUCED BY THE STEP" TO WE-MESSAGE
047200             PERFORM 2600-PRINT-EXCEPTION
047300                 THRU 2600-PRINT-EXCEPTION-EXIT
047400         WHEN MAIL-MATCHED AND EDIX-MATCHED
047500             MOVE "DOCUMENT IN BOTH CHANNELS" TO WE-MESSAGE
047600             PERFORM 2600-PRINT-EXCEPTION
047700                 THRU 2600-PRINT-EXCEPTION-EXIT
047800     END-EVALUATE
047900     IF WS-NEXT-SEQ > WS-EXPECT-SEQ
048000             AND WS-EXPECT-SEQ NOT > DC-PRODUCED
048100         MOVE WS-EXPECT-SEQ TO WE-DOC-SEQ
048200         IF WS-NEXT-SEQ > DC-PRODUCED
048300             MOVE DC-PRODUCED TO WG-LAST-SEQ
048400         ELSE
048500             COMPUTE WG-LAST-SEQ = WS-NEXT-SEQ - 1
048600         END-IF
048700         MOVE WS-GAP-MESSAGE TO WE-MESSAGE
048800         PERFORM 2600-PRINT-EXCEPTION
048900             THRU 2600-PRINT-EXCEPTION-EXIT
049000     END-IF
049100     IF WS-NEXT-SEQ > WS-LAST-SEQ
049200         MOVE WS-NEXT-SEQ TO WS-LAST-SEQ
049300         COMPUTE WS-EXPECT-SEQ = WS-NEXT-SEQ + 1
049400     END-IF
049500     MOVE ZERO TO WE-DOC-SEQ
049600     IF MAIL-MATCHED
049700         PERFORM 2200-COUNT-MAIL-PIECE
049800             THRU 2200-COUNT-MAIL-PIECE-EXIT
049900     END-IF
050000     IF EDIX-MATCHED
050100         PERFORM 2300-COUNT-EDIX-PIECE
050200             THRU 2300-COUNT-EDIX-PIECE-EXIT
050300     END-IF.
050400
050500 2100-MATCH-PIECE-EXIT.
050600     EXIT.
050700
050800*--------------------------------------------------------------*
050900* 2200-COUNT-MAIL-PIECE - THE MAILED PIECE AND THE L RECORDS   *
051000*    BEHIND IT, AGAINST THE LINE COUNT ON THE PIECE            *
051100*--------------------------------------------------------------*
051200 2200-COUNT-MAIL-PIECE.
051300     ADD 1 TO WS-BATCH-MAIL-PIECES
051400     MOVE MV-DOC-SEQ TO WE-DOC-SEQ
051500     MOVE MP-LINE-COUNT TO WS-PIECE-LINE-COUNT
051600     MOVE ZERO TO WS-PIECE-LINES
051700     PERFORM 2700-READ-MAIL THRU 2700-READ-MAIL-EXIT
051800     PERFORM 2210-COUNT-MAIL-LINE THRU 2210-COUNT-MAIL-LINE-EXIT
051900         UNTIL MAIL-BATCH-DONE OR NOT MV-LINE
052000     ADD WS-PIECE-LINES TO WS-BATCH-MAIL-LINES
052100     IF WS-PIECE-LINES NOT = WS-PIECE-LINE-COUNT
052200         MOVE "MAILED PIECE LINE COUNT DOES NOT AGREE"
052300                                     TO WE-MESSAGE
052400         PERFORM 2600-PRINT-EXCEPTION
052500             THRU 2600-PRINT-EXCEPTION-EXIT
052600     END-IF
052700     MOVE ZERO TO WE-DOC-SEQ.
052800
052900 2200-COUNT-MAIL-PIECE-EXIT.
053000     EXIT.
053100
053200*--------------------------------------------------------------*
053300* 2210-COUNT-MAIL-LINE                                         *
053400*--------------------------------------------------------------*
053500 2210-COUNT-MAIL-LINE.
053600     ADD 1 TO WS-PIECE-LINES
053700     PERFORM 2700-READ-MAIL THRU 2700-READ-MAIL-EXIT.
053800
053900 2210-COUNT-MAIL-LINE-EXIT.
054000     EXIT.
054100
054200*--------------------------------------------------------------*
054300* 2300-COUNT-EDIX-PIECE - THE E-DELIVERED PIECE AND ITS LINES  *
054400*--------------------------------------------------------------*
054500 2300-COUNT-EDIX-PIECE.
054600     ADD 1 TO WS-BATCH-EDIX-PIECES
054700     MOVE EX-DOC-SEQ TO WE-DOC-SEQ
054800     MOVE EI-LINE-COUNT TO WS-PIECE-LINE-COUNT
054900     MOVE ZERO TO WS-PIECE-LINES
055000     PERFORM 2800-READ-EDIX THRU 2800-READ-EDIX-EXIT
055100     PERFORM 2310-COUNT-EDIX-LINE THRU 2310-COUNT-EDIX-LINE-EXIT
055200         UNTIL EDIX-BATCH-DONE OR NOT EX-LINE
055300     ADD WS-PIECE-LINES TO WS-BATCH-EDIX-LINES
055400     IF WS-PIECE-LINES NOT = WS-PIECE-LINE-COUNT
055500         MOVE "E-DELIVERED PIECE LINE COUNT DOES NOT AGREE"
055600                                     TO WE-MESSAGE
055700         PERFORM 2600-PRINT-EXCEPTION
055800             THRU 2600-PRINT-EXCEPTION-EXIT
055900     END-IF
056000     MOVE ZERO TO WE-DOC-SEQ.
056100
056200 2300-COUNT-EDIX-PIECE-EXIT.
056300     EXIT.
056400
056500*--------------------------------------------------------------*
056600* 2310-COUNT-EDIX-LINE                                         *
056700*--------------------------------------------------------------*
056800 2310-COUNT-EDIX-LINE.
056900     ADD 1 TO WS-PIECE-LINES
057000     PERFORM 2800-READ-EDIX THRU 2800-READ-EDIX-EXIT.
057100
057200 2310-COUNT-EDIX-LINE-EXIT.
057300     EXIT.
057400
057500*--------------------------------------------------------------*
057600* 2400-CHECK-TRAILERS - EACH CHANNEL'S TRAILER AGAINST THE     *
057700*    PIECES AND LINES COUNTED HERE AND AGAINST THE CONTROL     *
057800*    RECORD. A BATCH THAT RUNS INTO THE NEXT HEADER OR THE END *
057900*    OF FILE HAS LOST ITS TRAILER.                             *
058000*--------------------------------------------------------------*
058100 2400-CHECK-TRAILERS.
058200     IF END-OF-LOANMAIL OR NOT MV-BATCH-TRAILER
058300         MOVE "LOANMAIL BATCH TRAILER MISSING" TO WE-MESSAGE
058400         PERFORM 2600-PRINT-EXCEPTION
058500             THRU 2600-PRINT-EXCEPTION-EXIT
058600     ELSE
058700         IF MT-PIECE-COUNT NOT = WS-BATCH-MAIL-PIECES
058800                 OR MT-LINE-COUNT NOT = WS-BATCH-MAIL-LINES
058900             MOVE "LOANMAIL TRAILER DOES NOT AGREE WITH BATCH"
059000                                     TO WE-MESSAGE
059100             PERFORM 2600-PRINT-EXCEPTION
059200                 THRU 2600-PRINT-EXCEPTION-EXIT
059300         END-IF
059400         PERFORM 2700-READ-MAIL THRU 2700-READ-MAIL-EXIT
059500     END-IF
059600     IF WS-BATCH-MAIL-PIECES NOT = DC-MAILED
059700         MOVE "PIECES MAILED DO NOT AGREE WITH LOANDCTL"
059800                                     TO WE-MESSAGE
059900         PERFORM 2600-PRINT-EXCEPTION
060000             THRU 2600-PRINT-EXCEPTION-EXIT
060100     END-IF
060200     IF END-OF-LOANEDIX OR NOT EX-BATCH-TRAILER
060300         MOVE "LOANEDIX BATCH TRAILER MISSING" TO WE-MESSAGE
060400         PERFORM 2600-PRINT-EXCEPTION
060500             THRU 2600-PRINT-EXCEPTION-EXIT
060600     ELSE
060700         IF ET-PIECE-COUNT NOT = WS-BATCH-EDIX-PIECES
060800                 OR ET-LINE-COUNT NOT = WS-BATCH-EDIX-LINES
060900             MOVE "LOANEDIX TRAILER DOES NOT AGREE WITH BATCH"
061000                                     TO WE-MESSAGE
061100             PERFORM 2600-PRINT-EXCEPTION
061200                 THRU 2600-PRINT-EXCEPTION-EXIT
061300         END-IF
061400         PERFORM 2800-READ-EDIX THRU 2800-READ-EDIX-EXIT
061500     END-IF
061600     IF WS-BATCH-EDIX-PIECES NOT = DC-ELECTRONIC
061700         MOVE "PIECES E-DELIVERED DO NOT AGREE WITH LOANDCTL"
061800                                     TO WE-MESSAGE
061900         PERFORM 2600-PRINT-EXCEPTION
062000             THRU 2600-PRINT-EXCEPTION-EXIT
062100     END-IF.
062200
062300 2400-CHECK-TRAILERS-EXIT.
062400     EXIT.
062500
062600*--------------------------------------------------------------*
062700* 2500-PRINT-BATCH - THE BATCH LINE, ADDED INTO THE RUN TOTALS *
062800*--------------------------------------------------------------*
062900 2500-PRINT-BATCH.
063000     MOVE DC-PROGRAM       TO WD-PROGRAM
063100     MOVE DC-DOC-TYPE      TO WD-DOC-TYPE
063200     MOVE DC-BUSINESS-DATE TO WD-BUSINESS-DATE
063300     MOVE DC-PRODUCED      TO WD-PRODUCED
063400     MOVE DC-MAILED        TO WD-MAILED
063500     MOVE DC-ELECTRONIC    TO WD-ELECTRONIC
063600     MOVE DC-NO-EMAIL      TO WD-NO-EMAIL
063700     WRITE PRINT-LINE FROM WS-DETAIL-LINE
063800     ADD DC-PRODUCED   TO WS-PRODUCED-TOTAL
063900     ADD DC-MAILED     TO WS-MAILED-TOTAL
064000     ADD DC-ELECTRONIC TO WS-EDLV-TOTAL
064100     ADD DC-NO-EMAIL   TO WS-NO-EMAIL-TOTAL.
064200
064300 2500-PRINT-BATCH-EXIT.
064400     EXIT.
064500
064600*--------------------------------------------------------------*
064700* 2600-PRINT-EXCEPTION - ONE EXCEPTION AGAINST THE CURRENT     *
064800*    BATCH; THE CALLER SETS THE MESSAGE AND THE DOCUMENT       *
064900*    NUMBER WHERE THERE IS ONE                                 *
065000*--------------------------------------------------------------*
065100 2600-PRINT-EXCEPTION.
065200     MOVE WS-EXC-PROGRAM  TO WE-PROGRAM
065300     MOVE WS-EXC-DOC-TYPE TO WE-DOC-TYPE
065400     WRITE PRINT-LINE FROM WS-EXCEPTION-LINE
065500     ADD 1 TO WS-BATCH-EXCEPTIONS
065600     ADD 1 TO WS-EXCEPTION-COUNT.
065700
065800 2600-PRINT-EXCEPTION-EXIT.
065900     EXIT.
066000
066100*--------------------------------------------------------------*
066200* 2700-READ-MAIL - NEXT LOANMAIL RECORD. THE BATCH IS DONE AT  *
066300*    ITS TRAILER, AT THE NEXT BATCH'S HEADER OR AT END OF FILE *
066400*--------------------------------------------------------------*
066500 2700-READ-MAIL.
066600     MOVE "Y" TO WS-MAIL-BATCH-SW
066700     IF END-OF-LOANMAIL
066800         GO TO 2700-READ-MAIL-EXIT
066900     END-IF
067000     READ LOANMAIL
067100         AT END
067200             MOVE "Y" TO WS-MAIL-EOF-SW
067300             GO TO 2700-READ-MAIL-EXIT
067400     END-READ
067500     IF MV-BATCH-TRAILER OR MV-BATCH-HEADER
067600         MOVE "Y" TO WS-MAIL-BATCH-SW
067700     ELSE
067800         MOVE "N" TO WS-MAIL-BATCH-SW
067900     END-IF.
068000
068100 2700-READ-MAIL-EXIT.
068200     EXIT.
068300
068400*--------------------------------------------------------------*
068500* 2800-READ-EDIX - NEXT LOANEDIX RECORD, AS 2700 FOR LOANMAIL  *
068600*--------------------------------------------------------------*
068700 2800-READ-EDIX.
068800     MOVE "Y" TO WS-EDIX-BATCH-SW
068900     IF END-OF-LOANEDIX
069000         GO TO 2800-READ-EDIX-EXIT
069100     END-IF
069200     READ LOANEDIX
069300         AT END
069400             MOVE "Y" TO WS-EDIX-EOF-SW
069500             GO TO 2800-READ-EDIX-EXIT
069600     END-READ
069700     IF EX-BATCH-TRAILER OR EX-BATCH-HEADER
069800         MOVE "Y" TO WS-EDIX-BATCH-SW
069900     ELSE
070000         MOVE "N" TO WS-EDIX-BATCH-SW
070100     END-IF.
070200
070300 2800-READ-EDIX-EXIT.
070400     EXIT.
070500
070600*--------------------------------------------------------------*
070700* 8000-CHECK-LEFTOVERS - ONCE LOANDCTL IS EXHAUSTED BOTH       *
070800*    CHANNEL FILES MUST BE TOO. A BATCH LEFT OVER BELONGS TO A *
070900*    STEP THAT NEVER CLOSED IT, SO ITS DOCUMENTS ARE UNPROVED. *
071000*--------------------------------------------------------------*
071100 8000-CHECK-LEFTOVERS.
071200     IF SYNC-LOST
071300         GO TO 8000-CHECK-LEFTOVERS-EXIT
071400     END-IF
071500     MOVE ZERO TO WE-DOC-SEQ
071600     IF NOT END-OF-LOANMAIL
071700         MOVE MH-PROGRAM  TO WS-EXC-PROGRAM
071800         MOVE MV-DOC-TYPE TO WS-EXC-DOC-TYPE
071900         MOVE "LOANMAIL BATCH WITH NO CONTROL RECORD"
072000                                     TO WE-MESSAGE
072100         PERFORM 2600-PRINT-EXCEPTION
072200             THRU 2600-PRINT-EXCEPTION-EXIT
072300     END-IF
072400     IF NOT END-OF-LOANEDIX
072500         MOVE EH-PROGRAM  TO WS-EXC-PROGRAM
072600         MOVE EX-DOC-TYPE TO WS-EXC-DOC-TYPE
072700         MOVE "LOANEDIX BATCH WITH NO CONTROL RECORD"
072800                                     TO WE-MESSAGE
072900         PERFORM 2600-PRINT-EXCEPTION
073000             THRU 2600-PRINT-EXCEPTION-EXIT
073100     END-IF.
073200
073300 8000-CHECK-LEFTOVERS-EXIT.
073400     EXIT.
073500
073600*--------------------------------------------------------------*
073700* 8500-PRINT-TOTALS - RUN TOTALS. ANY EXCEPTION ENDS THE STEP  *
073800*    WITH RC 8 SO THE MAIL FILE AND THE INDEX ARE HELD.        *
073900*--------------------------------------------------------------*
074000 8500-PRINT-TOTALS.
074100     WRITE PRINT-LINE FROM SPACES
074200     MOVE "BATCHES . . . . . . . . . ." TO WX-LABEL
074300     MOVE WS-BATCH-COUNT                TO WX-COUNT
074400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
074500     MOVE "BATCHES PROVED  . . . . . ." TO WX-LABEL
074600     MOVE WS-PROVED-COUNT               TO WX-COUNT
074700     WRITE PRINT-LINE FROM WS-TOTAL-LINE
074800     MOVE "DOCUMENTS PRODUCED  . . . ." TO WX-LABEL
074900     MOVE WS-PRODUCED-TOTAL             TO WX-COUNT
075000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
075100     MOVE "DOCUMENTS MAILED  . . . . ." TO WX-LABEL
075200     MOVE WS-MAILED-TOTAL               TO WX-COUNT
075300     WRITE PRINT-LINE FROM WS-TOTAL-LINE
075400     MOVE "DOCUMENTS E-DELIVERED . . ." TO WX-LABEL
075500     MOVE WS-EDLV-TOTAL                 TO WX-COUNT
075600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
075700     MOVE "MAILED FOR WANT OF EMAIL  ." TO WX-LABEL
075800     MOVE WS-NO-EMAIL-TOTAL             TO WX-COUNT
075900     WRITE PRINT-LINE FROM WS-TOTAL-LINE
076000     MOVE "EXCEPTIONS  . . . . . . . ." TO WX-LABEL
076100     MOVE WS-EXCEPTION-COUNT            TO WX-COUNT
076200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
076300     IF WS-EXCEPTION-COUNT > ZERO
076400         MOVE 8 TO RETURN-CODE
076500     END-IF.
076600
076700 8500-PRINT-TOTALS-EXIT.
076800     EXIT.
076900
077000*--------------------------------------------------------------*
077100* 9000-TERMINATE                                               *
077200*--------------------------------------------------------------*
077300 9000-TERMINATE.
077400     IF WS-DCTL-STATUS = "00" OR WS-DCTL-STATUS = "10"
077500         CLOSE LOANDCTL
077600     END-IF
077700     IF WS-MAIL-STATUS = "00" OR WS-MAIL-STATUS = "10"
077800         CLOSE LOANMAIL
077900     END-IF
078000     IF WS-EDIX-STATUS = "00" OR WS-EDIX-STATUS = "10"
078100         CLOSE LOANEDIX
078200     END-IF
078300     CLOSE LOANDMRP
078400     DISPLAY "LOANDMAN: BATCHES=" WS-BATCH-COUNT
078500         " PROVED=" WS-PROVED-COUNT
078600         " EXCEPTIONS=" WS-EXCEPTION-COUNT
078700     MOVE "E"              TO WS-CY-FUNCTION
078800     MOVE "LOANDMAN "      TO WS-CY-PROGRAM
078900     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
079000     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
079100     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
079200
079300 END PROGRAM LOANDMAN.
