000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANNOTE.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-10-04.
000600 DATE-COMPILED. 2026-10-04.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-10-04  LSG  Initial version. Servicing notes and       *
001000*               contact history for a loan, kept on LOANSVNT   *
001100*               keyed by loan, date and time with the          *
001200*               operator, contact type, a reason code and      *
001300*               free-text comments. CALLed by LOANINQ to show  *
001400*               and add notes at the screen, by LOANLTRS,      *
001500*               LOANPOFF and LOANARMN to note each document    *
001600*               sent, and by LOANAGNG to print the notes on    *
001700*               the collections report.                        *
001800*--------------------------------------------------------------*
001900
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. IBM-370.
002300 OBJECT-COMPUTER. IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT LOANSVNT ASSIGN TO "LOANSVNT"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS SN-KEY
003000         FILE STATUS IS WS-NOTE-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400*--------------------------------------------------------------*
003500* LOANSVNT - SERVICING NOTES, ONE ROW PER CONTACT WITH THE     *
003600*            BORROWER, OLDEST FIRST WITHIN THE LOAN            *
003700*--------------------------------------------------------------*
003800 FD  LOANSVNT
003900     RECORDING MODE IS F.
004000 01  LOANSVNT-RECORD.
004100     05 SN-KEY.
004200         10 SN-LOAN-NUMBER       PIC X(10).
004300         10 SN-NOTE-DATE         PIC 9(08).
004400         10 SN-NOTE-TIME         PIC 9(08).
004500     05 SN-OPERATOR              PIC X(08).
004600     05 SN-CONTACT-TYPE          PIC X(01).
004700         88 SN-INBOUND-CALL                     VALUE "I".
004800         88 SN-OUTBOUND-CALL                    VALUE "O".
004900         88 SN-DOCUMENT-SENT                    VALUE "D".
005000         88 SN-EMAIL                            VALUE "E".
005100         88 SN-WRITTEN-RECEIVED                 VALUE "W".
005200         88 SN-VISIT                            VALUE "V".
005300         88 SN-VALID-CONTACT-TYPE               VALUE "I" "O" "D"
005400                                                      "E" "W" "V".
005500     05 SN-REASON-CODE           PIC X(04).
005600     05 SN-COMMENTS              PIC X(50).
005700     05 FILLER                   PIC X(10).
005800
005900 WORKING-STORAGE SECTION.
006000 77  WS-NOTE-STATUS              PIC X(02)      VALUE "00".
006100 77  WS-NOTE-OPEN-SW             PIC X(01)      VALUE "N".
006200     88 LOANSVNT-AVAILABLE                      VALUE "Y".
006300 77  WS-BROWSE-SW                PIC X(01)      VALUE "N".
006400     88 BROWSE-ACTIVE                           VALUE "Y".
006500 77  WS-BROWSE-LOAN              PIC X(10)      VALUE SPACES.
006600 77  WS-WRITE-TRIES              PIC S9(04)     COMP   VALUE ZERO.
006700 77  WS-NOTE-DATE                PIC 9(08)      VALUE ZERO.
006800 77  WS-NOTE-TIME                PIC 9(08)      VALUE ZERO.
006900
007000 LINKAGE SECTION.
007100*--------------------------------------------------------------*
007200* NOTE-REQUEST - ONE CALL'S WORTH OF WORK. O OPENS THE NOTES   *
007300*    FILE AND C CLOSES IT. W ADDS A NOTE FOR NQ-LOAN-NUMBER    *
007400*    FROM THE OPERATOR, CONTACT TYPE, REASON AND COMMENTS      *
007500*    GIVEN; IT IS STAMPED WITH TODAY'S DATE AND THE TIME, WHICH*
007600*    COME BACK IN NQ-NOTE-DATE AND NQ-NOTE-TIME. S STARTS A    *
007700*    BROWSE OF NQ-LOAN-NUMBER'S NOTES AND EACH N RETURNS THE   *
007800*    NEXT ONE, OLDEST FIRST. NQ-RESULT COMES BACK Y WHEN DONE, *
007900*    N WHEN THE FILE IS NOT MOUNTED OR THE BROWSE HAS NO MORE  *
008000*    NOTES FOR THE LOAN, AND R WHEN A NOTE IS REFUSED FOR A    *
008100*    MISSING LOAN, OPERATOR OR COMMENT OR AN UNKNOWN CONTACT   *
008200*    TYPE. A W ENDS ANY BROWSE IN PROGRESS.                    *
008300*--------------------------------------------------------------*
008400 01  NOTE-REQUEST.
008500     03 NQ-FUNCTION              PIC X(01).
008600         88 NQ-FUNC-OPEN                        VALUE "O".
008700         88 NQ-FUNC-WRITE                       VALUE "W".
008800         88 NQ-FUNC-START                       VALUE "S".
008900         88 NQ-FUNC-NEXT                        VALUE "N".
009000         88 NQ-FUNC-CLOSE                       VALUE "C".
009100     03 NQ-LOAN-NUMBER           PIC X(10).
009200     03 NQ-NOTE-DATE             PIC 9(08).
009300     03 NQ-NOTE-TIME             PIC 9(08).
009400     03 NQ-OPERATOR              PIC X(08).
009500     03 NQ-CONTACT-TYPE          PIC X(01).
009600     03 NQ-REASON-CODE           PIC X(04).
009700     03 NQ-COMMENTS              PIC X(50).
009800     03 NQ-RESULT                PIC X(01).
009900         88 NQ-OK                               VALUE "Y".
010000         88 NQ-NO-NOTE                          VALUE "N".
010100         88 NQ-REFUSED                          VALUE "R".
010200
010300 PROCEDURE DIVISION USING NOTE-REQUEST.
010400*--------------------------------------------------------------*
010500* 0000-MAINLINE                                                *
010600*--------------------------------------------------------------*
010700 0000-MAINLINE.
010800     MOVE "N" TO NQ-RESULT
010900     EVALUATE TRUE
011000         WHEN NQ-FUNC-OPEN
011100             PERFORM 1000-OPEN-NOTES
011200                 THRU 1000-OPEN-NOTES-EXIT
011300         WHEN NQ-FUNC-WRITE
011400             PERFORM 2000-WRITE-NOTE
011500                 THRU 2000-WRITE-NOTE-EXIT
011600         WHEN NQ-FUNC-START
011700             PERFORM 3000-START-BROWSE
011800                 THRU 3000-START-BROWSE-EXIT
011900         WHEN NQ-FUNC-NEXT
012000             PERFORM 3100-NEXT-NOTE
012100                 THRU 3100-NEXT-NOTE-EXIT
012200         WHEN NQ-FUNC-CLOSE
012300             PERFORM 4000-CLOSE-NOTES
012400                 THRU 4000-CLOSE-NOTES-EXIT
012500         WHEN OTHER
012600             DISPLAY "LOANNOTE: FUNCTION NOT O, W, S, N OR C: "
012700                 NQ-FUNCTION
012800     END-EVALUATE.
012900
013000 9999-EXIT.
013100     GOBACK.
013200
013300*--------------------------------------------------------------*
013400* 1000-OPEN-NOTES - OPEN LOANSVNT FOR THE CALLER. IT STAYS     *
013500*    OPEN ACROSS CALLS UNTIL THE CALLER CLOSES IT.             *
013600*--------------------------------------------------------------*
013700 1000-OPEN-NOTES.
013800     IF LOANSVNT-AVAILABLE
013900         MOVE "Y" TO NQ-RESULT
014000         GO TO 1000-OPEN-NOTES-EXIT
014100     END-IF
014200     OPEN I-O LOANSVNT
014300     IF WS-NOTE-STATUS = "35"
014400*        FIRST-EVER RUN - NO NOTES FILE YET, CREATE ONE
014500         OPEN OUTPUT LOANSVNT
014600         CLOSE LOANSVNT
014700         OPEN I-O LOANSVNT
014800     END-IF
014900     IF WS-NOTE-STATUS NOT = "00"
015000         DISPLAY "LOANNOTE: NOTES FILE LOANSVNT NOT USABLE,"
015100             " STATUS=" WS-NOTE-STATUS
015200         GO TO 1000-OPEN-NOTES-EXIT
015300     END-IF
015400     MOVE "Y" TO WS-NOTE-OPEN-SW
015500     MOVE "N" TO WS-BROWSE-SW
015600     MOVE "Y" TO NQ-RESULT.
015700
015800 1000-OPEN-NOTES-EXIT.
015900     EXIT.
016000
016100*--------------------------------------------------------------*
016200* 2000-WRITE-NOTE - ADD ONE NOTE. TWO NOTES FOR THE SAME LOAN  *
016300*    IN THE SAME HUNDREDTH OF A SECOND ARE KEPT APART BY       *
016400*    MOVING THE LATER ONE ON A HUNDREDTH AT A TIME.            *
016500*--------------------------------------------------------------*
016600 2000-WRITE-NOTE.
016700     MOVE "N" TO WS-BROWSE-SW
016800     IF NOT LOANSVNT-AVAILABLE
016900         GO TO 2000-WRITE-NOTE-EXIT
017000     END-IF
017100     MOVE NQ-CONTACT-TYPE TO SN-CONTACT-TYPE
017200     IF NQ-LOAN-NUMBER = SPACES
017300        OR NQ-OPERATOR = SPACES
017400        OR NQ-COMMENTS = SPACES
017500        OR NOT SN-VALID-CONTACT-TYPE
017600         MOVE "R" TO NQ-RESULT
017700         GO TO 2000-WRITE-NOTE-EXIT
017800     END-IF
017900     ACCEPT WS-NOTE-DATE FROM DATE YYYYMMDD
018000     ACCEPT WS-NOTE-TIME FROM TIME
018100     MOVE SPACES          TO LOANSVNT-RECORD
018200     MOVE NQ-LOAN-NUMBER  TO SN-LOAN-NUMBER
018300     MOVE WS-NOTE-DATE    TO SN-NOTE-DATE
018400     MOVE WS-NOTE-TIME    TO SN-NOTE-TIME
018500     MOVE NQ-OPERATOR     TO SN-OPERATOR
018600     MOVE NQ-REASON-CODE  TO SN-REASON-CODE
018700     MOVE NQ-COMMENTS     TO SN-COMMENTS
018800     MOVE ZERO TO WS-WRITE-TRIES.
018900
019000 2010-WRITE-ATTEMPT.
019100     WRITE LOANSVNT-RECORD
019200         INVALID KEY
019300             CONTINUE
019400     END-WRITE
019500     IF WS-NOTE-STATUS = "22" AND WS-WRITE-TRIES < 99
019600         ADD 1 TO WS-WRITE-TRIES
019700         ADD 1 TO SN-NOTE-TIME
019800         GO TO 2010-WRITE-ATTEMPT
019900     END-IF
020000     IF WS-NOTE-STATUS NOT = "00"
020100         DISPLAY "LOANNOTE: LOANSVNT WRITE FAILED " SN-LOAN-NUMBER
020200             " STATUS=" WS-NOTE-STATUS
020300         GO TO 2000-WRITE-NOTE-EXIT
020400     END-IF
020500     MOVE SN-NOTE-DATE TO NQ-NOTE-DATE
020600     MOVE SN-NOTE-TIME TO NQ-NOTE-TIME
020700     MOVE "Y" TO NQ-RESULT.
020800
020900 2000-WRITE-NOTE-EXIT.
021000     EXIT.
021100
021200*--------------------------------------------------------------*
021300* 3000-START-BROWSE - POSITION AT THE LOAN'S OLDEST NOTE       *
021400*--------------------------------------------------------------*
021500 3000-START-BROWSE.
021600     MOVE "N" TO WS-BROWSE-SW
021700     IF NOT LOANSVNT-AVAILABLE
021800         GO TO 3000-START-BROWSE-EXIT
021900     END-IF
022000     MOVE NQ-LOAN-NUMBER TO WS-BROWSE-LOAN
022100     MOVE NQ-LOAN-NUMBER TO SN-LOAN-NUMBER
022200     MOVE ZERO           TO SN-NOTE-DATE
022300     MOVE ZERO           TO SN-NOTE-TIME
022400     START LOANSVNT KEY NOT LESS THAN SN-KEY
022500         INVALID KEY
022600             GO TO 3000-START-BROWSE-EXIT
022700     END-START
022800     MOVE "Y" TO WS-BROWSE-SW
022900     MOVE "Y" TO NQ-RESULT.
023000
023100 3000-START-BROWSE-EXIT.
023200     EXIT.
023300
023400*--------------------------------------------------------------*
023500* 3100-NEXT-NOTE - THE NEXT NOTE OF THE LOAN BEING BROWSED;    *
023600*    THE BROWSE ENDS AT THE FIRST NOTE OF ANOTHER LOAN         *
023700*--------------------------------------------------------------*
023800 3100-NEXT-NOTE.
023900     IF NOT BROWSE-ACTIVE
024000         GO TO 3100-NEXT-NOTE-EXIT
024100     END-IF
024200     READ LOANSVNT NEXT RECORD
024300         AT END
024400             MOVE "N" TO WS-BROWSE-SW
024500             GO TO 3100-NEXT-NOTE-EXIT
024600     END-READ
024700     IF WS-NOTE-STATUS NOT = "00"
024800        OR SN-LOAN-NUMBER NOT = WS-BROWSE-LOAN
024900         MOVE "N" TO WS-BROWSE-SW
025000         GO TO 3100-NEXT-NOTE-EXIT
025100     END-IF
025200     MOVE SN-NOTE-DATE    TO NQ-NOTE-DATE
025300     MOVE SN-NOTE-TIME    TO NQ-NOTE-TIME
025400     MOVE SN-OPERATOR     TO NQ-OPERATOR
025500     MOVE SN-CONTACT-TYPE TO NQ-CONTACT-TYPE
025600     MOVE SN-REASON-CODE  TO NQ-REASON-CODE
025700     MOVE SN-COMMENTS     TO NQ-COMMENTS
025800     MOVE "Y" TO NQ-RESULT.
025900
026000 3100-NEXT-NOTE-EXIT.
026100     EXIT.
026200
026300*--------------------------------------------------------------*
026400* 4000-CLOSE-NOTES                                             *
026500*--------------------------------------------------------------*
026600 4000-CLOSE-NOTES.
026700     IF LOANSVNT-AVAILABLE
026800         CLOSE LOANSVNT
026900         MOVE "N" TO WS-NOTE-OPEN-SW
027000     END-IF
027100     MOVE "N" TO WS-BROWSE-SW
027200     MOVE "Y" TO NQ-RESULT.
027300
027400 4000-CLOSE-NOTES-EXIT.
027500     EXIT.
027600
027700 END PROGRAM LOANNOTE.
