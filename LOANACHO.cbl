001902*               master record layout.                           *
001903*  2026-09-02  LSG  Buydown step fields added to the            *
001904*               master record layout.                           *
001905*  2026-09-22  LSG  Servicemember active-duty flag, service    *
001906*               dates, tax id and birth date appended to the   *
001907*               customer record layout.                        *
001908*  2026-09-27  LSG  The cycle month row is read directly from  *
001909*               the keyed numeric schedule LOANSKIX instead of *
001910*               passing LOANSKED and de-editing it.            *
001911*  2026-09-30  LSG  Email address and paper or electronic      *
001912*               delivery preference appended to the customer   *
001913*               record layout.                                 *
002000*--------------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS CU-CUSTOMER-ID
004000         FILE STATUS IS WS-CUST-STATUS.
004001     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
004002         ORGANIZATION IS INDEXED
004003         ACCESS MODE IS RANDOM
004004         RECORD KEY IS SX-KEY
004300         FILE STATUS IS WS-SKED-STATUS.
004400     SELECT LOANACHF ASSIGN TO "LOANACHF"
004500         ORGANIZATION IS SEQUENTIAL.
012100     05 CU-STATE                 PIC X(02).
012200     05 CU-ZIP                   PIC X(09).
012300     05 CU-PHONE                 PIC X(15).
012301     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
012302         88 CU-ACTIVE-DUTY                      VALUE "Y".
012303     05 CU-SERVICE-START-DATE    PIC 9(08).
012304     05 CU-SERVICE-END-DATE      PIC 9(08).
012305     05 CU-TAX-ID                PIC X(09).
012306     05 CU-BIRTH-DATE            PIC 9(08).
012307     05 CU-EMAIL-ADDRESS         PIC X(40).
012308     05 CU-DELIVERY-PREF         PIC X(01).
012309         88 CU-DELIVER-PAPER                    VALUE " " "P".
012310         88 CU-DELIVER-ELECTRONIC               VALUE "E".
012400
012500*--------------------------------------------------------------*
012501* LOANSKIX - THE NIGHTLY SCHEDULE KEYED ON LOAN NUMBER AND     *
012502*    MONTH, AMOUNTS IN SIGNED NUMERIC FIELDS, READ DIRECTLY    *
012503*    FOR THE MONTH WANTED                                      *
012700*--------------------------------------------------------------*
012701 FD  LOANSKIX
012900     RECORDING MODE IS F.
012901 01  LOANSKIX-RECORD.
012902     05 SX-KEY.
012903         10 SX-LOAN-NUMBER       PIC X(10).
012904         10 SX-MONTH             PIC 9(04).
012905     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
012906     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
012907     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
012908     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
012909     05 SX-LATE-FLAG             PIC X(01).
012910     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
012911     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
012912     05 FILLER                   PIC X(10).
014000
014100*--------------------------------------------------------------*
014200* LOANACHF - NACHA-STYLE DEBIT TRANSMISSION: 1 FILE HEADER,    *
021300 WORKING-STORAGE SECTION.
021400 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
021500     88 END-OF-LOANMAST                          VALUE "Y".
021501 77  WS-SKED-FOUND-SW            PIC X(01)      VALUE "N".
021502     88 SKED-ROW-FOUND                           VALUE "Y".
021800 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
021900 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
022000 77  WS-CUST-STATUS              PIC X(02)      VALUE "00".
028900         GOBACK
029000     END-IF
029100     OPEN INPUT LOANCUST
029101     OPEN INPUT LOANSKIX
029300     IF WS-SKED-STATUS NOT = "00"
029301         DISPLAY "LOANACHO: SCHEDULE FILE LOANSKIX MISSING"
029500         MOVE 16 TO RETURN-CODE
029600         GOBACK
029700     END-IF
030500     WRITE PRINT-LINE FROM SPACES
030600     PERFORM 1100-WRITE-FILE-HEADER
030700         THRU 1100-WRITE-FILE-HEADER-EXIT
030900     READ LOANMAST
031000         AT END MOVE "Y" TO WS-EOF-SW
031100     END-READ.
036400         GO TO 2000-ORIGINATE-LOANS-NEXT
036500     END-IF
036600     PERFORM 2100-MATCH-SCHEDULE THRU 2100-MATCH-SCHEDULE-EXIT
036601     IF NOT SKED-ROW-FOUND
037000         GO TO 2000-ORIGINATE-LOANS-NEXT
037100     END-IF
037101     MOVE SX-PAYMENT TO WS-NUM-PAYMENT
037102     MOVE SX-ESCROW  TO WS-NUM-ESCROW
037400     COMPUTE WS-DRAFT-AMOUNT = WS-NUM-PAYMENT + WS-NUM-ESCROW
037500     IF WS-DRAFT-AMOUNT > ZERO
037600         PERFORM 2200-WRITE-DRAFT THRU 2200-WRITE-DRAFT-EXIT
038500     EXIT.
038600
038700*--------------------------------------------------------------*
038701* 2100-MATCH-SCHEDULE - READ THIS LOAN'S CYCLE ROW DIRECTLY    *
038702*    FROM THE KEYED SCHEDULE                                   *
039000*--------------------------------------------------------------*
039100 2100-MATCH-SCHEDULE.
039101     MOVE "Y"               TO WS-SKED-FOUND-SW
039102     MOVE LM-LOAN-NUMBER    TO SX-LOAN-NUMBER
039103     MOVE WS-CYCLE-MONTH-NO TO SX-MONTH
039104     READ LOANSKIX
039105         INVALID KEY
039106             MOVE "N" TO WS-SKED-FOUND-SW
039107     END-READ.
039800
039900 2100-MATCH-SCHEDULE-EXIT.
041200     EXIT.
041300
041400*--------------------------------------------------------------*
051300     CLOSE LOANACHOIN
051400     CLOSE LOANMAST
051500     CLOSE LOANCUST
051501     CLOSE LOANSKIX
051700     CLOSE LOANACHF
051800     CLOSE LOANACHPD
051900     CLOSE LOANACHRP
