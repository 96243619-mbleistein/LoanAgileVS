001700*               summary page per dimension. The committee      *
001800*               built this by hand from the LOANCSV extract    *
001900*               every quarter.                                 *
001901*  2026-09-27  LSG  The as-of balance is read directly from    *
001902*               the keyed numeric schedule LOANSKIX instead of *
001903*               passing LOANSKED and de-editing it.            *
002000*--------------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS LM-LOAN-NUMBER
003500         FILE STATUS IS WS-MAST-STATUS.
003501     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
003502         ORGANIZATION IS INDEXED
003503         ACCESS MODE IS RANDOM
003504         RECORD KEY IS SX-KEY
003800         FILE STATUS IS WS-SKED-STATUS.
003900     SELECT LOANSTRRP ASSIGN TO "LOANSTRRP"
004000         ORGANIZATION IS SEQUENTIAL.
010300         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
010400
010500*--------------------------------------------------------------*
010501* LOANSKIX - THE NIGHTLY SCHEDULE KEYED ON LOAN NUMBER AND     *
010502*    MONTH, AMOUNTS IN SIGNED NUMERIC FIELDS, READ DIRECTLY    *
010503*    FOR THE MONTH WANTED                                      *
010700*--------------------------------------------------------------*
010701 FD  LOANSKIX
010900     RECORDING MODE IS F.
010901 01  LOANSKIX-RECORD.
010902     05 SX-KEY.
010903         10 SX-LOAN-NUMBER       PIC X(10).
010904         10 SX-MONTH             PIC 9(04).
010905     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
010906     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
010907     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
010908     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
010909     05 SX-LATE-FLAG             PIC X(01).
010910     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
010911     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
010912     05 FILLER                   PIC X(10).
012000
012100*--------------------------------------------------------------*
012200* LOANSTRRP - PRINTED STRATIFICATION REPORT                    *
012800 WORKING-STORAGE SECTION.
012900 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
013000     88 END-OF-LOANMAST                          VALUE "Y".
013001 77  WS-SKED-FOUND-SW            PIC X(01)      VALUE "N".
013002     88 SKED-ROW-FOUND                           VALUE "Y".
013300 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
013400 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
013500 77  WS-SKED-STATUS              PIC X(02)      VALUE "00".
013600 77  WS-ASOF-MONTH-NO            PIC S9(06)     COMP-3 VALUE ZERO.
013700 77  WS-REMAIN-TERM              PIC S9(06)     COMP-3 VALUE ZERO.
013900 77  WS-CUR-BALANCE              PIC S9(8)V99   COMP-3 VALUE ZERO.
014000 77  WS-BAND-SUB                 PIC S9(04)     COMP   VALUE ZERO.
014100 77  WS-INV-SUB                  PIC S9(04)     COMP   VALUE ZERO.
024100         MOVE 16 TO RETURN-CODE
024200         GOBACK
024300     END-IF
024301     OPEN INPUT LOANSKIX
024500     IF WS-SKED-STATUS NOT = "00"
024501         DISPLAY "LOANSTRT: SCHEDULE FILE LOANSKIX MISSING"
024700         MOVE 16 TO RETURN-CODE
024800         GOBACK
024900     END-IF
026800     MOVE ST-ASOF-YEAR  TO WH-ASOF-YEAR
026900     MOVE ST-ASOF-MONTH TO WH-ASOF-MONTH
027000     WRITE PRINT-LINE FROM WS-REPORT-HEADING
027200     READ LOANMAST
027300         AT END MOVE "Y" TO WS-EOF-SW
027400     END-READ.
029000         GO TO 2000-STRATIFY-LOANS-NEXT
029100     END-IF
029200     PERFORM 2100-MATCH-SCHEDULE THRU 2100-MATCH-SCHEDULE-EXIT
029201     IF NOT SKED-ROW-FOUND
029600         GO TO 2000-STRATIFY-LOANS-NEXT
029700     END-IF
029701     MOVE SX-BALANCE TO WS-CUR-BALANCE
030000     IF WS-CUR-BALANCE <= ZERO
030100         GO TO 2000-STRATIFY-LOANS-NEXT
030200     END-IF
032000     EXIT.
032100
032200*--------------------------------------------------------------*
032201* 2100-MATCH-SCHEDULE - READ THIS LOAN'S AS-OF ROW DIRECTLY    *
032202*    FROM THE KEYED SCHEDULE                                   *
032500*--------------------------------------------------------------*
032600 2100-MATCH-SCHEDULE.
032601     MOVE "Y"              TO WS-SKED-FOUND-SW
032602     MOVE LM-LOAN-NUMBER   TO SX-LOAN-NUMBER
032603     MOVE WS-ASOF-MONTH-NO TO SX-MONTH
032604     READ LOANSKIX
032605         INVALID KEY
032606             MOVE "N" TO WS-SKED-FOUND-SW
032607     END-READ.
033300
033400 2100-MATCH-SCHEDULE-EXIT.
034700     EXIT.
034800
034900 2200-BAND-BY-RATE.
064000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
064100     CLOSE LOANSTRIN
064200     CLOSE LOANMAST
064201     CLOSE LOANSKIX
064400     CLOSE LOANSTRRP
064500     DISPLAY "LOANSTRT: LOANS=" WS-PORT-LOANS
064600         " PRINCIPAL=" WS-PORT-PRINC.
