001413*  2026-09-02  LSG  Buydown step fields added to the            *
001414*               master record layout and the LOANAMORT linkage; *
001415*               subsidy total carried on OUTDATA.               *
001416*  2026-09-22  LSG  Servicemember rate-cap window and forgiven *
001417*               interest total added to the LOANAMORT linkage. *
001418*  2026-10-04  LSG  A loan keyed up now shows its last eight   *
001419*               servicing notes from LOANSVNT, through         *
001420*               LOANNOTE, before the schedule, and the         *
001421*               operator can add a note with contact type,     *
001422*               reason code and comments. A missing notes file *
001423*               goes straight to the schedule.                 *
001424*--------------------------------------------------------------*
001500
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
003077     05 WS-CP-TOT-ESCROW         PIC S9(9)V99   COMP-3 VALUE ZERO.
003100
003200*--------------------------------------------------------------*
003201* WS-NOTE-TABLE - THE LAST EIGHT SERVICING NOTES OF THE LOAN   *
003202*                 KEYED UP, OLDEST FIRST, FOR THE NOTES SCREEN *
003203*--------------------------------------------------------------*
003204 77  WS-NOTE-OPEN-SW             PIC X(01)      VALUE "N".
003205     88 NOTES-AVAILABLE                         VALUE "Y".
003206 77  WS-NOTES-DONE-SW            PIC X(01)      VALUE "N".
003207     88 NOTES-DONE                              VALUE "Y".
003208 77  WS-NOTE-COUNT               PIC S9(04)     COMP   VALUE ZERO.
003209 77  WS-NOTE-KEPT                PIC S9(04)     COMP   VALUE ZERO.
003210 77  WS-NOTE-SUB                 PIC S9(04)     COMP   VALUE ZERO.
003211 01  WS-NOTE-TABLE.
003212     05 WS-NT-ROW OCCURS 8 TIMES.
003213         10 WS-NT-DATE           PIC X(08).
003214         10 WS-NT-OPERATOR       PIC X(08).
003215         10 WS-NT-CONTACT-TYPE   PIC X(01).
003216         10 WS-NT-REASON-CODE    PIC X(04).
003217         10 WS-NT-COMMENTS       PIC X(50).
003218
003219 01  WS-NOTE-REQUEST.
003220     03 WS-NQ-FUNCTION           PIC X(01).
003221     03 WS-NQ-LOAN-NUMBER        PIC X(10).
003222     03 WS-NQ-NOTE-DATE          PIC 9(08).
003223     03 WS-NQ-NOTE-TIME          PIC 9(08).
003224     03 WS-NQ-OPERATOR           PIC X(08).
003225     03 WS-NQ-CONTACT-TYPE       PIC X(01).
003226     03 WS-NQ-REASON-CODE        PIC X(04).
003227     03 WS-NQ-COMMENTS           PIC X(50).
003228     03 WS-NQ-RESULT             PIC X(01).
003229         88 WS-NQ-OK                             VALUE "Y".
003230         88 WS-NQ-REFUSED                        VALUE "R".
003231
003232*--------------------------------------------------------------*
003300* WS-PAGE-LINES - ONE SCREEN PAGE, 12 MONTHS, BUILT FROM        *
003400*                 OUTDATA BEFORE EACH SCHEDULE SCREEN DISPLAY   *
003500*--------------------------------------------------------------*
004900 01  WS-SCR-LOANTERM              PIC 9(4)       VALUE ZERO.
005000 01  WS-SCR-COMMAND              PIC X(01)      VALUE SPACE.
005100 01  WS-SCR-STATUS               PIC X(02)      VALUE SPACE.
005101 01  WS-SCR-NOTE-OPERATOR        PIC X(08)      VALUE SPACES.
005102 01  WS-SCR-NOTE-TYPE            PIC X(01)      VALUE SPACE.
005103 01  WS-SCR-NOTE-REASON          PIC X(04)      VALUE SPACES.
005104 01  WS-SCR-NOTE-COMMENTS        PIC X(50)      VALUE SPACES.
005105 01  WS-SCR-NOTE-MESSAGE         PIC X(60)      VALUE SPACES.
005200
005300*--------------------------------------------------------------*
005400* LINKAGE WORK AREAS PASSED TO LOANAMORT                       *
006800     05 WS-RATE-RESETS OCCURS 12 TIMES.
007000         10 WS-RESET-EFF-MONTH   PIC S9(4)      COMP.
007100         10 WS-RESET-RATE        PIC S9(9)V9(9).
007101     05 WS-SCRA-START-MONTH   PIC S9(4)      COMP.
007102     05 WS-SCRA-END-MONTH     PIC S9(4)      COMP.
007103     05 WS-SCRA-CAP-RATE      PIC S9(3)V9(4) COMP-3.
007200     05 WS-EXTRA-PRINCIPAL OCCURS 1 TO 480 TIMES
007300         DEPENDING ON WS-LOANTERM.
007400         10 WS-EXTRA-PRIN-AMT    PIC S9(8)V99   COMP-3.
007697     05 WS-RECON-FLAG            PIC X(1).
007698     05 WS-OUTTOTCAPINT          PIC S9(9)V99   COMP-3.
007699     05 WS-OUTTOTSUBSIDY         PIC S9(9)V99   COMP-3.
007701     05 WS-OUTTOTFORGIVEN        PIC S9(9)V99   COMP-3.
007698     05 WS-LOANAMORT-STATUS      PIC X(2).
007700     05 WS-PAYMENTS OCCURS 1 TO 480 TIMES
007800         DEPENDING ON WS-LOANTERM.
019800     05 LINE 22 COLUMN 61 PIC X(01)
019900         USING WS-SCR-COMMAND.
020000
020001*--------------------------------------------------------------*
020002* WS-NOTES-SCREEN - THE LOAN'S LAST EIGHT SERVICING NOTES,     *
020003*    OLDEST FIRST, AND THE FIELDS FOR ADDING A NEW ONE         *
020004*--------------------------------------------------------------*
020005 01  WS-NOTES-SCREEN.
020006     05 BLANK SCREEN.
020007     05 LINE 01 COLUMN 10 VALUE "SERVICING NOTES FOR ".
020008     05 LINE 01 COLUMN 30 PIC X(10) FROM WS-SCR-LOAN-NUMBER.
020009     05 LINE 01 COLUMN 42 PIC ZZZ9 FROM WS-NOTE-COUNT.
020010     05 LINE 01 COLUMN 47 VALUE "ON FILE".
020011     05 LINE 02 COLUMN 02 VALUE
020012         "DATE     OPERATOR T RSN  COMMENTS".
020013     05 LINE 04 COLUMN 02 PIC X(08) FROM WS-NT-DATE(1).
020014     05 LINE 04 COLUMN 11 PIC X(08) FROM WS-NT-OPERATOR(1).
020015     05 LINE 04 COLUMN 20 PIC X(01)
020016         FROM WS-NT-CONTACT-TYPE(1).
020017     05 LINE 04 COLUMN 22 PIC X(04) FROM WS-NT-REASON-CODE(1).
020018     05 LINE 04 COLUMN 27 PIC X(50) FROM WS-NT-COMMENTS(1).
020019     05 LINE 05 COLUMN 02 PIC X(08) FROM WS-NT-DATE(2).
020020     05 LINE 05 COLUMN 11 PIC X(08) FROM WS-NT-OPERATOR(2).
020021     05 LINE 05 COLUMN 20 PIC X(01)
020022         FROM WS-NT-CONTACT-TYPE(2).
020023     05 LINE 05 COLUMN 22 PIC X(04) FROM WS-NT-REASON-CODE(2).
020024     05 LINE 05 COLUMN 27 PIC X(50) FROM WS-NT-COMMENTS(2).
020025     05 LINE 06 COLUMN 02 PIC X(08) FROM WS-NT-DATE(3).
020026     05 LINE 06 COLUMN 11 PIC X(08) FROM WS-NT-OPERATOR(3).
020027     05 LINE 06 COLUMN 20 PIC X(01)
020028         FROM WS-NT-CONTACT-TYPE(3).
020029     05 LINE 06 COLUMN 22 PIC X(04) FROM WS-NT-REASON-CODE(3).
020030     05 LINE 06 COLUMN 27 PIC X(50) FROM WS-NT-COMMENTS(3).
020031     05 LINE 07 COLUMN 02 PIC X(08) FROM WS-NT-DATE(4).
020032     05 LINE 07 COLUMN 11 PIC X(08) FROM WS-NT-OPERATOR(4).
020033     05 LINE 07 COLUMN 20 PIC X(01)
020034         FROM WS-NT-CONTACT-TYPE(4).
020035     05 LINE 07 COLUMN 22 PIC X(04) FROM WS-NT-REASON-CODE(4).
020036     05 LINE 07 COLUMN 27 PIC X(50) FROM WS-NT-COMMENTS(4).
020037     05 LINE 08 COLUMN 02 PIC X(08) FROM WS-NT-DATE(5).
020038     05 LINE 08 COLUMN 11 PIC X(08) FROM WS-NT-OPERATOR(5).
020039     05 LINE 08 COLUMN 20 PIC X(01)
020040         FROM WS-NT-CONTACT-TYPE(5).
020041     05 LINE 08 COLUMN 22 PIC X(04) FROM WS-NT-REASON-CODE(5).
020042     05 LINE 08 COLUMN 27 PIC X(50) FROM WS-NT-COMMENTS(5).
020043     05 LINE 09 COLUMN 02 PIC X(08) FROM WS-NT-DATE(6).
020044     05 LINE 09 COLUMN 11 PIC X(08) FROM WS-NT-OPERATOR(6).
020045     05 LINE 09 COLUMN 20 PIC X(01)
020046         FROM WS-NT-CONTACT-TYPE(6).
020047     05 LINE 09 COLUMN 22 PIC X(04) FROM WS-NT-REASON-CODE(6).
020048     05 LINE 09 COLUMN 27 PIC X(50) FROM WS-NT-COMMENTS(6).
020049     05 LINE 10 COLUMN 02 PIC X(08) FROM WS-NT-DATE(7).
020050     05 LINE 10 COLUMN 11 PIC X(08) FROM WS-NT-OPERATOR(7).
020051     05 LINE 10 COLUMN 20 PIC X(01)
020052         FROM WS-NT-CONTACT-TYPE(7).
020053     05 LINE 10 COLUMN 22 PIC X(04) FROM WS-NT-REASON-CODE(7).
020054     05 LINE 10 COLUMN 27 PIC X(50) FROM WS-NT-COMMENTS(7).
020055     05 LINE 11 COLUMN 02 PIC X(08) FROM WS-NT-DATE(8).
020056     05 LINE 11 COLUMN 11 PIC X(08) FROM WS-NT-OPERATOR(8).
020057     05 LINE 11 COLUMN 20 PIC X(01)
020058         FROM WS-NT-CONTACT-TYPE(8).
020059     05 LINE 11 COLUMN 22 PIC X(04) FROM WS-NT-REASON-CODE(8).
020060     05 LINE 11 COLUMN 27 PIC X(50) FROM WS-NT-COMMENTS(8).
020061     05 LINE 14 COLUMN 02 VALUE "OPERATOR".
020062     05 LINE 14 COLUMN 11 PIC X(08)
020063         USING WS-SCR-NOTE-OPERATOR.
020064     05 LINE 14 COLUMN 21 VALUE "TYPE".
020065     05 LINE 14 COLUMN 26 PIC X(01)
020066         USING WS-SCR-NOTE-TYPE.
020067     05 LINE 14 COLUMN 29 VALUE "REASON".
020068     05 LINE 14 COLUMN 36 PIC X(04)
020069         USING WS-SCR-NOTE-REASON.
020070     05 LINE 15 COLUMN 02 VALUE
020071         "TYPE I=CALL IN  O=CALL OUT  D=DOCUMENT SENT  E=EMAIL".
020072     05 LINE 16 COLUMN 07 VALUE
020073         "W=WRITTEN CORRESPONDENCE IN  V=VISIT".
020074     05 LINE 17 COLUMN 02 VALUE "COMMENTS".
020075     05 LINE 17 COLUMN 11 PIC X(50)
020076         USING WS-SCR-NOTE-COMMENTS.
020077     05 LINE 20 COLUMN 02 PIC X(60) FROM WS-SCR-NOTE-MESSAGE.
020078     05 LINE 22 COLUMN 10 VALUE
020079         "A=ADD NOTE  ANY OTHER KEY=SCHEDULE . .".
020080     05 LINE 22 COLUMN 49 PIC X(01)
020081         USING WS-SCR-COMMAND.
020082
020100 PROCEDURE DIVISION.
020200*--------------------------------------------------------------*
020300* 0000-MAINLINE                                                *
021695         MOVE "Y" TO WS-ARCM-OPEN-SW
021696     ELSE
021697         MOVE "N" TO WS-ARCM-OPEN-SW
021698     END-IF
021699     MOVE "O"              TO WS-NQ-FUNCTION
021700     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST
021701     IF WS-NQ-OK
021702         MOVE "Y" TO WS-NOTE-OPEN-SW
021703     ELSE
021704         MOVE "N" TO WS-NOTE-OPEN-SW
021705     END-IF.
021706
021800*--------------------------------------------------------------*
021900* 2000-PROCESS-INQUIRY - ENTER ONE LOAN AND PAGE ITS SCHEDULE  *
022000*--------------------------------------------------------------*
023300         MOVE WS-SCR-PRINCIPAL TO WS-PRINCIPAL
023400         MOVE WS-SCR-LOANTERM  TO WS-LOANTERM
023500         MOVE WS-SCR-RATE      TO WS-RATE
023501     END-IF
023502     IF WS-SCR-LOAN-NUMBER NOT = SPACES
023503         PERFORM 2500-LOAN-NOTES THRU 2500-LOAN-NOTES-EXIT
023510     END-IF
023600
023700     CALL "LOANAMORT" USING
032704 2430-COUNT-APPLIED-EXIT.
032705     EXIT.
032706
032707*--------------------------------------------------------------*
032708* 2500-LOAN-NOTES - SHOW THE LOAN'S LATEST SERVICING NOTES AND *
032709*    TAKE NEW ONES UNTIL THE USER MOVES ON TO THE SCHEDULE.    *
032710*    THE OPERATOR ID IS KEPT FROM ONE NOTE TO THE NEXT.        *
032711*--------------------------------------------------------------*
032712 2500-LOAN-NOTES.
032713     IF NOT NOTES-AVAILABLE
032714         GO TO 2500-LOAN-NOTES-EXIT
032715     END-IF
032716     MOVE SPACE  TO WS-SCR-NOTE-TYPE
032717     MOVE SPACES TO WS-SCR-NOTE-REASON
032718     MOVE SPACES TO WS-SCR-NOTE-COMMENTS
032719     MOVE SPACES TO WS-SCR-NOTE-MESSAGE
032720     MOVE "N" TO WS-NOTES-DONE-SW
032721     PERFORM 2510-NOTES-SCREEN THRU 2510-NOTES-SCREEN-EXIT
032722         UNTIL NOTES-DONE.
032723
032724 2500-LOAN-NOTES-EXIT.
032725     EXIT.
032726
032727*--------------------------------------------------------------*
032728* 2510-NOTES-SCREEN - ONE DISPLAY OF THE NOTES SCREEN; A ADDS  *
032729*    THE NOTE KEYED, ANYTHING ELSE GOES ON TO THE SCHEDULE     *
032730*--------------------------------------------------------------*
032731 2510-NOTES-SCREEN.
032732     PERFORM 2520-LOAD-NOTES THRU 2520-LOAD-NOTES-EXIT
032733     MOVE SPACE TO WS-SCR-COMMAND
032734     DISPLAY WS-NOTES-SCREEN
032735     ACCEPT WS-NOTES-SCREEN
032736     MOVE SPACES TO WS-SCR-NOTE-MESSAGE
032737     IF WS-SCR-COMMAND NOT = "A" AND WS-SCR-COMMAND NOT = "a"
032738         MOVE "Y" TO WS-NOTES-DONE-SW
032739         GO TO 2510-NOTES-SCREEN-EXIT
032740     END-IF
032741     MOVE "W"                  TO WS-NQ-FUNCTION
032742     MOVE WS-SCR-LOAN-NUMBER   TO WS-NQ-LOAN-NUMBER
032743     MOVE WS-SCR-NOTE-OPERATOR TO WS-NQ-OPERATOR
032744     MOVE WS-SCR-NOTE-TYPE     TO WS-NQ-CONTACT-TYPE
032745     MOVE WS-SCR-NOTE-REASON   TO WS-NQ-REASON-CODE
032746     MOVE WS-SCR-NOTE-COMMENTS TO WS-NQ-COMMENTS
032747     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST
032748     EVALUATE TRUE
032749         WHEN WS-NQ-OK
032750             MOVE "NOTE ADDED" TO WS-SCR-NOTE-MESSAGE
032751             MOVE SPACE  TO WS-SCR-NOTE-TYPE
032752             MOVE SPACES TO WS-SCR-NOTE-REASON
032753             MOVE SPACES TO WS-SCR-NOTE-COMMENTS
032754         WHEN WS-NQ-REFUSED
032755             MOVE "NOT ADDED - OPERATOR, TYPE, COMMENTS REQUIRED"
032756                 TO WS-SCR-NOTE-MESSAGE
032757         WHEN OTHER
032758             MOVE "NOTE NOT ADDED - NOTES FILE LOANSVNT ERROR"
032759                 TO WS-SCR-NOTE-MESSAGE
032760     END-EVALUATE.
032761
032762 2510-NOTES-SCREEN-EXIT.
032763     EXIT.
032764
032765*--------------------------------------------------------------*
032766* 2520-LOAD-NOTES - BROWSE THE LOAN'S NOTES OLDEST FIRST,      *
032767*    KEEPING THE LAST EIGHT AND COUNTING THEM ALL              *
032768*--------------------------------------------------------------*
032769 2520-LOAD-NOTES.
032770     MOVE SPACES TO WS-NOTE-TABLE
032771     MOVE ZERO   TO WS-NOTE-COUNT
032772     MOVE ZERO   TO WS-NOTE-KEPT
032773     MOVE "S"                TO WS-NQ-FUNCTION
032774     MOVE WS-SCR-LOAN-NUMBER TO WS-NQ-LOAN-NUMBER
032775     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST
032776     IF NOT WS-NQ-OK
032777         GO TO 2520-LOAD-NOTES-EXIT
032778     END-IF
032779     MOVE "N"              TO WS-NQ-FUNCTION
032780     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST
032781     PERFORM 2530-KEEP-NOTE THRU 2530-KEEP-NOTE-EXIT
032782         UNTIL NOT WS-NQ-OK.
032783
032784 2520-LOAD-NOTES-EXIT.
032785     EXIT.
032786
032787 2530-KEEP-NOTE.
032788     ADD 1 TO WS-NOTE-COUNT
032789     IF WS-NOTE-KEPT < 8
032790         ADD 1 TO WS-NOTE-KEPT
032791     ELSE
032792         PERFORM 2540-DROP-OLDEST THRU 2540-DROP-OLDEST-EXIT
032793             VARYING WS-NOTE-SUB FROM 1 BY 1
032794             UNTIL WS-NOTE-SUB > 7
032795     END-IF
032796     MOVE WS-NQ-NOTE-DATE    TO WS-NT-DATE(WS-NOTE-KEPT)
032797     MOVE WS-NQ-OPERATOR     TO WS-NT-OPERATOR(WS-NOTE-KEPT)
032798     MOVE WS-NQ-CONTACT-TYPE TO WS-NT-CONTACT-TYPE(WS-NOTE-KEPT)
032799     MOVE WS-NQ-REASON-CODE  TO WS-NT-REASON-CODE(WS-NOTE-KEPT)
032801     MOVE WS-NQ-COMMENTS     TO WS-NT-COMMENTS(WS-NOTE-KEPT)
032802     MOVE "N"              TO WS-NQ-FUNCTION
032803     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST.
032804
032805 2530-KEEP-NOTE-EXIT.
032806     EXIT.
032807
032808 2540-DROP-OLDEST.
032809     MOVE WS-NT-ROW(WS-NOTE-SUB + 1)
032810         TO WS-NT-ROW(WS-NOTE-SUB).
032811
032812 2540-DROP-OLDEST-EXIT.
032813     EXIT.
032814

032500*--------------------------------------------------------------*
032600* 9000-TERMINATE                                               *
032874     IF LOANARCM-AVAILABLE
032875         CLOSE LOANARCM
032876     END-IF
032877     IF NOTES-AVAILABLE
032878         MOVE "C"          TO WS-NQ-FUNCTION
032879         CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST
032880     END-IF
032900     DISPLAY "LOANINQ: SESSION ENDED".
033000
033100 END PROGRAM LOANINQ.
