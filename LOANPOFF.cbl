001565*  2026-09-02  LSG  Buydown step fields added to the            *
001566*               master record layout and the LOANAMORT linkage; *
001567*               subsidy total carried on OUTDATA.               *
001568*  2026-09-22  LSG  Servicemember rate-cap window and forgiven *
001569*               interest total added to the LOANAMORT linkage. *
001570*  2026-09-25  LSG  Each quote is now filed on the indexed     *
001571*               LOANPOQT quote file for LOANPORC to match the  *
001572*               payoff funds against. The escrow refund is no  *
001573*               longer netted from the payoff total - it is    *
001574*               shown as a refund to follow and issued by      *
001575*               LOANESDB once the loan pays off - and the      *
001576*               per-diem for days past the payoff date is      *
001577*               printed. Loans already paid off, or whose      *
001578*               quote has already been satisfied, are not      *
001579*               re-quoted.                                     *
001580*  2026-09-30  LSG  Each payoff letter, and each letter        *
001581*               refusing a quote on a loan that is on the      *
001582*               master, is also handed line by line to         *
001583*               LOANDLVR, which routes it on the borrower's    *
001584*               delivery preference to the print-vendor mail   *
001585*               file or the e-delivery index. LOANPOLTR is     *
001586*               still printed in full.                         *
001587*  2026-10-01  LSG  Daily simple interest loans (day-count     *
001588*               method D) are quoted through LOANDSIC from the *
001589*               payments actually received: true unpaid        *
001590*               principal, interest accrued since the last     *
001591*               payment and the per diem on that principal.    *
001592*               Without the payment history they quote from    *
001593*               the schedule over 365.                         *
001594*  2026-10-04  LSG  Each payoff quote and each quote declined  *
001595*               letter sent is noted on the loan's servicing   *
001596*               notes through LOANNOTE: contact type D, the    *
001597*               POFF document type as the reason, and the      *
001598*               delivery channel in the comment.               *
001599*  2026-10-05  LSG  Quote record carries the amount due when   *
001600*               the funds arrived and a close-out switch       *
001601*               LOANPORC sets once the loan carries status P.  *
001602*--------------------------------------------------------------*
001700
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
003350         FILE STATUS IS WS-PHST-STATUS.
003400     SELECT LOANPOLTR ASSIGN TO "LOANPOLTR"
003500         ORGANIZATION IS SEQUENTIAL.
003501     SELECT LOANPOQT ASSIGN TO "LOANPOQT"
003502         ORGANIZATION IS INDEXED
003503         ACCESS MODE IS RANDOM
003504         RECORD KEY IS QT-LOAN-NUMBER
003505         FILE STATUS IS WS-POQT-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
009200     RECORDING MODE IS F.
009300 01  PRINT-LINE                  PIC X(80).
009400
009401*--------------------------------------------------------------*
009402* LOANPOQT - PAYOFF QUOTE FILE, ONE RECORD PER LOAN, KEYED ON  *
009403*    LM-LOAN-NUMBER. THE LATEST QUOTE REPLACES AN EARLIER OPEN *
009404*    ONE; LOANPORC MATCHES THE PAYOFF FUNDS TO IT AND MARKS IT *
009405*    PAID, THEN CLOSED OUT ONCE THE LOAN CARRIES STATUS P.     *
009406*    QT-TOTAL-PAYOFF IS DUE AS OF QT-PAYOFF-DATE, WITH         *
009407*    QT-PER-DIEM ADDED FOR EACH DAY AFTER IT.                  *
009408*--------------------------------------------------------------*
009409 FD  LOANPOQT
009410     RECORDING MODE IS F.
009411 01  LOANPOQT-RECORD.
009412     05 QT-LOAN-NUMBER           PIC X(10).
009413     05 QT-PAYOFF-DATE           PIC 9(08).
009414     05 QT-GOODTHRU-DATE         PIC 9(08).
009415     05 QT-PRINCIPAL             PIC S9(9)V99   COMP-3.
009416     05 QT-ACCRUED-INT           PIC S9(7)V99   COMP-3.
009417     05 QT-PER-DIEM              PIC S9(5)V9(4) COMP-3.
009418     05 QT-LATE-FEES             PIC S9(7)V99   COMP-3.
009419     05 QT-ESCROW-REFUND         PIC S9(7)V99   COMP-3.
009420     05 QT-TOTAL-PAYOFF          PIC S9(9)V99   COMP-3.
009421     05 QT-DAY-COUNT-METHOD      PIC X(01).
009422     05 QT-STATUS                PIC X(01).
009423         88 QT-OPEN                              VALUE "O".
009424         88 QT-PAID                              VALUE "P".
009425     05 QT-RECEIVED-DATE         PIC 9(08).
009426     05 QT-RECEIVED-AMT          PIC S9(9)V99   COMP-3.
009427     05 QT-AMOUNT-DUE            PIC S9(9)V99   COMP-3.
009428     05 QT-CLOSEOUT-SW           PIC X(01).
009429         88 QT-CLOSEOUT-PENDING                  VALUE "N".
009430         88 QT-CLOSED-OUT                        VALUE "Y".
009431     05 FILLER                   PIC X(03).
009432
009500 WORKING-STORAGE SECTION.
009600 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
009700     88 END-OF-LOANPOFIN                         VALUE "Y".
010110 77  WS-PHST-STATUS              PIC X(02)      VALUE "00".
010120 77  WS-PHST-OPEN-SW             PIC X(01)      VALUE "N".
010130     88 LOANPHIST-AVAILABLE                     VALUE "Y".
010131 77  WS-POQT-STATUS              PIC X(02)      VALUE "00".
010132 77  WS-QUOTE-FOUND-SW           PIC X(01)      VALUE "N".
010133     88 QUOTE-ON-FILE                            VALUE "Y".
010140 77  WS-APPLIED-COUNT            PIC S9(04)     COMP   VALUE ZERO.
010200 77  WS-QUOTE-COUNT              PIC 9(07)      COMP   VALUE ZERO.
010300 77  WS-RESET-SUB                PIC S9(04)     COMP   VALUE ZERO.
010500 77  WS-PAYOFF-MONTH-NO          PIC S9(06)     COMP-3 VALUE ZERO.
010600 77  WS-CUR-BALANCE              PIC S9(8)V99   COMP-3 VALUE ZERO.
010700 77  WS-NUM-BALANCE              PIC S9(8)V99   VALUE ZERO.
010701 77  WS-NUM-PAYMENT              PIC S9(7)V99   VALUE ZERO.
010800 77  WS-CUR-RATE                 PIC S9(9)V9(9) COMP-3 VALUE ZERO.
010810 77  WS-RESET-RATE-W             PIC S9(9)V9(9) COMP-3 VALUE ZERO.
010900 77  WS-PER-DIEM                 PIC S9(5)V9(4) COMP-3 VALUE ZERO.
016600     05 WS-RATE-RESETS OCCURS 12 TIMES.
016700         10 WS-RESET-EFF-MONTH   PIC S9(4)      COMP.
016800         10 WS-RESET-RATE        PIC S9(9)V9(9).
016801     05 WS-SCRA-START-MONTH   PIC S9(4)      COMP.
016802     05 WS-SCRA-END-MONTH     PIC S9(4)      COMP.
016803     05 WS-SCRA-CAP-RATE      PIC S9(3)V9(4) COMP-3.
016900     05 WS-EXTRA-PRINCIPAL OCCURS 1 TO 480 TIMES
017000         DEPENDING ON WS-LOANTERM.
017100         10 WS-EXTRA-PRIN-AMT    PIC S9(8)V99   COMP-3.
018000     05 WS-RECON-FLAG            PIC X(1).
018001     05 WS-OUTTOTCAPINT          PIC S9(9)V99   COMP-3.
018002     05 WS-OUTTOTSUBSIDY         PIC S9(9)V99   COMP-3.
018003     05 WS-OUTTOTFORGIVEN        PIC S9(9)V99   COMP-3.
018100     05 WS-LOANAMORT-STATUS      PIC X(2).
018200     05 WS-PAYMENTS OCCURS 1 TO 480 TIMES
018300         DEPENDING ON WS-LOANTERM.
018900         10 WS-OUTLATE-FLAG      PIC X(1).
019000         10 WS-OUTLATEFEE        PIC $,$$$.99.
019100
019101 01  WS-DELIVERY-REQUEST.
019102     03 WS-DV-FUNCTION           PIC X(01).
019103     03 WS-DV-DOC-TYPE           PIC X(04).
019104     03 WS-DV-PROGRAM            PIC X(09).
019105     03 WS-DV-LOAN-NUMBER        PIC X(10).
019106     03 WS-DV-CUSTOMER-ID        PIC X(10).
019107     03 WS-DV-LINE               PIC X(80).
019108     03 WS-DV-CHANNEL            PIC X(01).
019109     03 WS-DV-RESULT             PIC X(01).
019110         88 WS-DV-OK                             VALUE "Y".
019111
019112 01  WS-DSI-REQUEST.
019113     03 WS-DS-FUNCTION           PIC X(01).
019114     03 WS-DS-LOAN-NUMBER        PIC X(10).
019115     03 WS-DS-PRINCIPAL          PIC S9(8)V99   COMP-3.
019116     03 WS-DS-RATE               PIC S9(9)V9(9).
019117     03 WS-DS-INSTALLMENT        PIC S9(7)V99   COMP-3.
019118     03 WS-DS-ESCROW-AMT         PIC S9(7)V99   COMP-3.
019119     03 WS-DS-FIRST-PMT-YEAR     PIC 9(04).
019120     03 WS-DS-FIRST-PMT-MONTH    PIC 9(02).
019121     03 WS-DS-AS-OF-DATE         PIC 9(08).
019122     03 WS-DS-TAX-YEAR           PIC 9(04).
019123     03 WS-DS-BALANCE            PIC S9(8)V99   COMP-3.
019124     03 WS-DS-ACCRUED-INT        PIC S9(7)V99   COMP-3.
019125     03 WS-DS-PER-DIEM           PIC S9(5)V9(4) COMP-3.
019126     03 WS-DS-INT-PAID           PIC S9(9)V99   COMP-3.
019127     03 WS-DS-INT-EARNED         PIC S9(9)V99   COMP-3.
019128     03 WS-DS-YEAR-INT-PAID      PIC S9(9)V99   COMP-3.
019129     03 WS-DS-LAST-PAID-DATE     PIC 9(08).
019130     03 WS-DS-PAY-COUNT          PIC S9(04)     COMP.
019131     03 WS-DS-RESULT             PIC X(01).
019132         88 WS-DS-OK                             VALUE "Y".
019133
019134 01  WS-NOTE-REQUEST.
019135     03 WS-NQ-FUNCTION           PIC X(01).
019136     03 WS-NQ-LOAN-NUMBER        PIC X(10).
019137     03 WS-NQ-NOTE-DATE          PIC 9(08).
019138     03 WS-NQ-NOTE-TIME          PIC 9(08).
019139     03 WS-NQ-OPERATOR           PIC X(08).
019140     03 WS-NQ-CONTACT-TYPE       PIC X(01).
019141     03 WS-NQ-REASON-CODE        PIC X(04).
019142     03 WS-NQ-COMMENTS           PIC X(50).
019143     03 WS-NQ-RESULT             PIC X(01).
019144         88 WS-NQ-OK                             VALUE "Y".
019145 01  WS-NOTE-DOC-NAME            PIC X(30)      VALUE SPACES.
019146
019200 PROCEDURE DIVISION.
019300*--------------------------------------------------------------*
019400* 0000-MAINLINE                                                *
020830         MOVE 16 TO RETURN-CODE
020840         GOBACK
020850     END-IF
020851     OPEN I-O LOANPOQT
020852     IF WS-POQT-STATUS = "35"
020853*        FIRST-EVER RUN - NO QUOTE FILE YET, CREATE ONE
020854         OPEN OUTPUT LOANPOQT
020855         CLOSE LOANPOQT
020856         OPEN I-O LOANPOQT
020857     END-IF
020858     IF WS-POQT-STATUS NOT = "00"
020859         DISPLAY "LOANPOFF: QUOTE FILE LOANPOQT NOT USABLE,"
020860             " STATUS=" WS-POQT-STATUS
020861         MOVE 16 TO RETURN-CODE
020862         GOBACK
020863     END-IF
020864     MOVE "O"              TO WS-DV-FUNCTION
020865     MOVE "POFF"           TO WS-DV-DOC-TYPE
020866     MOVE "LOANPOFF "      TO WS-DV-PROGRAM
020867     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
020868     IF NOT WS-DV-OK
020869         DISPLAY "LOANPOFF: DOCUMENT ROUTING NOT AVAILABLE"
020870         MOVE 16 TO RETURN-CODE
020871         GOBACK
020872     END-IF
020873     MOVE "O"              TO WS-NQ-FUNCTION
020874     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST
020875     IF NOT WS-NQ-OK
020876         DISPLAY "LOANPOFF: NOTES FILE LOANSVNT NOT AVAILABLE,"
020877             " NO CONTACT NOTES WRITTEN"
020878     END-IF
020900     OPEN OUTPUT LOANPOLTR
020910     OPEN INPUT LOANPHIST
020920     IF WS-PHST-STATUS = "00"
020960         DISPLAY "LOANPOFF: LOANPHIST ABSENT, QUOTING"
020970             " SCHEDULED BALANCES"
020980     END-IF
020981     MOVE "O"              TO WS-DS-FUNCTION
020982     CALL "LOANDSIC" USING BY REFERENCE WS-DSI-REQUEST
021000     OPEN INPUT LOANDELQ
021100     IF WS-DELQ-STATUS NOT = "00"
021200         MOVE "Y" TO WS-DELQ-EOF-SW
023400         WRITE PRINT-LINE FROM SPACES
023500         GO TO 2000-QUOTE-LOANS-NEXT
023600     END-IF
023601     IF LM-STAT-PAIDOFF
023602         MOVE PQ-LOAN-NUMBER     TO WL-LOAN-NUMBER
023603         MOVE PQ-PAYOFF-DATE     TO WL-PAYOFF-DATE
023605         MOVE "LOAN ALREADY PAID OFF" TO WL-REJECT-REASON
023606         PERFORM 2050-PRINT-REJECT-LETTER
023607             THRU 2050-PRINT-REJECT-LETTER-EXIT
023608         GO TO 2000-QUOTE-LOANS-NEXT
023609     END-IF
023610*    ONCE LOANPORC HAS TAKEN THE FUNDS AGAINST A QUOTE, A NEW
023611*    QUOTE WOULD REOPEN IT FOR A SECOND RECEIPT
023612     MOVE PQ-LOAN-NUMBER TO QT-LOAN-NUMBER
023613     READ LOANPOQT
023614     IF WS-POQT-STATUS = "00"
023615         MOVE "Y" TO WS-QUOTE-FOUND-SW
023616     ELSE
023617         MOVE "N" TO WS-QUOTE-FOUND-SW
023618     END-IF
023619     IF QUOTE-ON-FILE AND QT-PAID
023620         MOVE PQ-LOAN-NUMBER     TO WL-LOAN-NUMBER
023621         MOVE PQ-PAYOFF-DATE     TO WL-PAYOFF-DATE
023623         MOVE "PAYOFF ALREADY RECEIVED" TO WL-REJECT-REASON
023624         PERFORM 2050-PRINT-REJECT-LETTER
023625             THRU 2050-PRINT-REJECT-LETTER-EXIT
023626         GO TO 2000-QUOTE-LOANS-NEXT
023627     END-IF
023700
023800     COMPUTE WS-PAYOFF-MONTH-NO =
023900         ((PQ-PAYOFF-YEAR * 12) + PQ-PAYOFF-MONTH)
024300             OR WS-PAYOFF-MONTH-NO > LM-LOANTERM
024400         MOVE PQ-LOAN-NUMBER     TO WL-LOAN-NUMBER
024500         MOVE PQ-PAYOFF-DATE     TO WL-PAYOFF-DATE
024700         MOVE "PAYOFF DATE OFF SCHEDULE" TO WL-REJECT-REASON
024701         PERFORM 2050-PRINT-REJECT-LETTER
024702             THRU 2050-PRINT-REJECT-LETTER-EXIT
025000         GO TO 2000-QUOTE-LOANS-NEXT
025100     END-IF
025200
025400     IF WS-LOANAMORT-STATUS NOT = "00"
025500         MOVE PQ-LOAN-NUMBER     TO WL-LOAN-NUMBER
025600         MOVE PQ-PAYOFF-DATE     TO WL-PAYOFF-DATE
025800         MOVE "REJECTED BY LOANAMORT"    TO WL-REJECT-REASON
025801         PERFORM 2050-PRINT-REJECT-LETTER
025802             THRU 2050-PRINT-REJECT-LETTER-EXIT
026100         GO TO 2000-QUOTE-LOANS-NEXT
026200     END-IF
026300
026500     PERFORM 2300-SUM-LATE-FEES THRU 2300-SUM-LATE-FEES-EXIT
026600     PERFORM 2400-COMPUTE-GOODTHRU THRU 2400-COMPUTE-GOODTHRU-EXIT
026700     PERFORM 2500-PRINT-LETTER THRU 2500-PRINT-LETTER-EXIT
026701     PERFORM 2600-STORE-QUOTE THRU 2600-STORE-QUOTE-EXIT
026800     ADD 1 TO WS-QUOTE-COUNT
026900
027000 2000-QUOTE-LOANS-NEXT.
027400
027500 2000-QUOTE-LOANS-EXIT.
027600     EXIT.
027610
027614*--------------------------------------------------------------*
027618* 2050-PRINT-REJECT-LETTER - THE LETTER TELLING THE BORROWER   *
027622*    WHY NO QUOTE CAN BE GIVEN; THE REASON IS ALREADY SET      *
027626*--------------------------------------------------------------*
027630 2050-PRINT-REJECT-LETTER.
027634     MOVE "B"              TO WS-DV-FUNCTION
027638     MOVE LM-LOAN-NUMBER   TO WS-DV-LOAN-NUMBER
027642     MOVE LM-CUSTOMER-ID   TO WS-DV-CUSTOMER-ID
027646     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
027650     MOVE WS-LETTER-HEADING     TO WS-DV-LINE
027654     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
027658     MOVE WS-LETTER-REJECT-LINE TO WS-DV-LINE
027662     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
027666     MOVE "E"              TO WS-DV-FUNCTION
027670     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
027674     MOVE "PAYOFF QUOTE DECLINED" TO WS-NOTE-DOC-NAME
027678     PERFORM 2950-NOTE-DOCUMENT THRU 2950-NOTE-DOCUMENT-EXIT
027682     WRITE PRINT-LINE FROM SPACES.
027686
027690 2050-PRINT-REJECT-LETTER-EXIT.
027694     EXIT.
027700
027800*--------------------------------------------------------------*
027900* 2100-RUN-SCHEDULE - LOAD THE LOANAMORT LINKAGE AREAS FROM    *
033000*    THE RATE IN EFFECT ALLOWS FOR ARM RESETS, AND THE DAY     *
033100*    BASIS FOLLOWS THE LOAN'S DAY-COUNT METHOD: ACTUAL/365     *
033200*    ACCRUES OVER 365, 30/360 ACCRUES OVER 360 WITH THE DAYS   *
033201*    CAPPED AT 30. A DAILY SIMPLE INTEREST LOAN IS QUOTED FROM *
033202*    ITS RECEIVED-DATE HISTORY INSTEAD (2230), FALLING BACK TO *
033203*    THE SCHEDULE OVER 365 WHEN NO HISTORY IS MOUNTED.         *
033400*--------------------------------------------------------------*
033500 2200-COMPUTE-PAYOFF.
033510     IF LOANPHIST-AVAILABLE
034800         UNTIL WS-RESET-SUB > LM-RATE-RESET-COUNT
034900
035000     MOVE PQ-PAYOFF-DAY TO WS-ACCRUAL-DAYS
035001     IF LM-DAY-COUNT-METHOD = "A" OR "D"
035200         MOVE 365 TO WS-DAYS-BASIS
035300     ELSE
035400         MOVE 360 TO WS-DAYS-BASIS
036000         WS-CUR-BALANCE * (WS-CUR-RATE / 100) / WS-DAYS-BASIS
036100     COMPUTE WS-ACCRUED-INT ROUNDED =
036200         WS-PER-DIEM * WS-ACCRUAL-DAYS
036201     IF LM-DAY-COUNT-METHOD = "D"
036202         PERFORM 2230-DSI-PAYOFF THRU 2230-DSI-PAYOFF-EXIT
036203     END-IF
036300
036400*    ESCROW HELD IS NOT TRACKED AS A RUNNING BALANCE, SO THE   *
036500*    REFUND IS QUOTED AS THE CURRENT CALENDAR YEAR'S ESCROW    *
036600*    COLLECTED TO DATE, CAPPED AT THE MONTHS THE LOAN HAS      *
036601*    ACTUALLY PAID. IT IS NOT NETTED FROM THE PAYOFF -         *
036602*    LOANESDB ISSUES IT BY CHECK ONCE THE FUNDS ARE RECEIVED.  *
036800     MOVE PQ-PAYOFF-MONTH TO WS-ESCROW-MONTHS
036900     IF WS-PAYOFF-MONTH-NO < WS-ESCROW-MONTHS
037000         MOVE WS-PAYOFF-MONTH-NO TO WS-ESCROW-MONTHS
039043
039044 2220-INDEX-RESET-RATE-EXIT.
039045     EXIT.
039046
039047*--------------------------------------------------------------*
039048* 2230-DSI-PAYOFF - DAILY SIMPLE INTEREST: LOANDSIC REPLAYS    *
039049*    THE PAYMENTS ACTUALLY RECEIVED TO THE PAYOFF DATE AT THE  *
039050*    RATE IN EFFECT, SO THE QUOTE CARRIES THE TRUE UNPAID      *
039051*    PRINCIPAL, EVERY DAY OF INTEREST SINCE THE LAST PAYMENT   *
039052*    (INCLUDING ANY LEFT UNPAID BY A SHORT ONE) AND THE PER    *
039053*    DIEM ON THAT PRINCIPAL                                    *
039054*--------------------------------------------------------------*
039055 2230-DSI-PAYOFF.
039056     MOVE WS-OUTPAYMENT(1)    TO WS-NUM-PAYMENT
039057     MOVE "A"                 TO WS-DS-FUNCTION
039058     MOVE PQ-LOAN-NUMBER      TO WS-DS-LOAN-NUMBER
039059     MOVE LM-PRINCIPAL        TO WS-DS-PRINCIPAL
039060     MOVE WS-CUR-RATE         TO WS-DS-RATE
039061     MOVE WS-NUM-PAYMENT      TO WS-DS-INSTALLMENT
039062     MOVE LM-ESCROW-AMT       TO WS-DS-ESCROW-AMT
039063     MOVE LM-FIRST-PMT-YEAR   TO WS-DS-FIRST-PMT-YEAR
039064     MOVE LM-FIRST-PMT-MONTH  TO WS-DS-FIRST-PMT-MONTH
039065     MOVE PQ-PAYOFF-DATE      TO WS-DS-AS-OF-DATE
039066     MOVE PQ-PAYOFF-YEAR      TO WS-DS-TAX-YEAR
039067     CALL "LOANDSIC" USING BY REFERENCE WS-DSI-REQUEST
039068     IF NOT WS-DS-OK
039069         GO TO 2230-DSI-PAYOFF-EXIT
039070     END-IF
039071     MOVE WS-DS-BALANCE       TO WS-CUR-BALANCE
039072     MOVE WS-DS-ACCRUED-INT   TO WS-ACCRUED-INT
039073     MOVE WS-DS-PER-DIEM      TO WS-PER-DIEM.
039074
039075 2230-DSI-PAYOFF-EXIT.
039076     EXIT.
039100
039110*--------------------------------------------------------------*
039120* 2250-DERIVE-ACTUAL-BALANCE - COUNT THE LOAN'S FULLY-APPLIED  *
044800 2500-PRINT-LETTER.
044900     MOVE PQ-LOAN-NUMBER  TO WL-LOAN-NUMBER
045000     MOVE PQ-PAYOFF-DATE  TO WL-PAYOFF-DATE
045001     MOVE "B"              TO WS-DV-FUNCTION
045002     MOVE LM-LOAN-NUMBER   TO WS-DV-LOAN-NUMBER
045003     MOVE LM-CUSTOMER-ID   TO WS-DV-CUSTOMER-ID
045004     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
045005     MOVE WS-LETTER-HEADING    TO WS-DV-LINE
045006     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
045110*    A FORECLOSURE QUOTE CARRIES LEGAL FEES AND COSTS THIS
045120*    SYSTEM DOES NOT TRACK - A MANAGER MUST PRICE THE QUOTE
045130*    BEFORE IT LEAVES THE SHOP
045140     IF LM-STAT-FORECLOSE
045141         MOVE WS-LETTER-REVIEW-LINE TO WS-DV-LINE
045142         PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
045160     END-IF
045161     MOVE SPACES               TO WS-DV-LINE
045162     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
045300
045400     MOVE "CURRENT PRINCIPAL BALANCE . " TO WL-AMOUNT-LABEL
045500     MOVE WS-CUR-BALANCE                 TO WL-AMOUNT
045501     MOVE WS-LETTER-AMOUNT-LINE TO WS-DV-LINE
045502     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
045700     MOVE "ACCRUED PER-DIEM INTEREST . " TO WL-AMOUNT-LABEL
045800     MOVE WS-ACCRUED-INT                 TO WL-AMOUNT
045801     MOVE WS-LETTER-AMOUNT-LINE TO WS-DV-LINE
045802     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
046000     MOVE "OUTSTANDING LATE FEES . . . " TO WL-AMOUNT-LABEL
046100     MOVE WS-LATE-FEES                   TO WL-AMOUNT
046101     MOVE WS-LETTER-AMOUNT-LINE TO WS-DV-LINE
046102     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
046600
046700     COMPUTE WS-TOTAL-PAYOFF =
046800         WS-CUR-BALANCE + WS-ACCRUED-INT + WS-LATE-FEES
047000     MOVE "TOTAL AMOUNT TO PAY OFF . . " TO WL-AMOUNT-LABEL
047100     MOVE WS-TOTAL-PAYOFF                TO WL-AMOUNT
047101     MOVE WS-LETTER-AMOUNT-LINE TO WS-DV-LINE
047102     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
047103     MOVE "ADD PER DIEM PAST PAYOFF DAY" TO WL-AMOUNT-LABEL
047104     MOVE WS-PER-DIEM                    TO WL-AMOUNT
047105     MOVE WS-LETTER-AMOUNT-LINE TO WS-DV-LINE
047106     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
047107     MOVE "ESCROW REFUND TO FOLLOW . . " TO WL-AMOUNT-LABEL
047108     MOVE WS-ESCROW-REFUND               TO WL-AMOUNT
047109     MOVE WS-LETTER-AMOUNT-LINE TO WS-DV-LINE
047110     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
047300
047400     MOVE WS-GOODTHRU-YEAR  TO WL-GOODTHRU-YEAR
047500     MOVE WS-GOODTHRU-MONTH TO WL-GOODTHRU-MONTH
047600     MOVE WS-GOODTHRU-DAY   TO WL-GOODTHRU-DAY
047601     MOVE WS-LETTER-GOODTHRU-LINE TO WS-DV-LINE
047602     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
047603     MOVE "E"              TO WS-DV-FUNCTION
047604     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
047605     MOVE "PAYOFF QUOTE"   TO WS-NOTE-DOC-NAME
047606     PERFORM 2950-NOTE-DOCUMENT THRU 2950-NOTE-DOCUMENT-EXIT
047800     WRITE PRINT-LINE FROM SPACES.
047900
048000 2500-PRINT-LETTER-EXIT.
048001     EXIT.
048002
048003*--------------------------------------------------------------*
048004* 2600-STORE-QUOTE - FILE THE QUOTE JUST PRINTED SO LOANPORC   *
048005*    CAN MATCH THE PAYOFF FUNDS TO IT                          *
048006*--------------------------------------------------------------*
048007 2600-STORE-QUOTE.
048008     MOVE PQ-LOAN-NUMBER      TO QT-LOAN-NUMBER
048009     MOVE PQ-PAYOFF-DATE      TO QT-PAYOFF-DATE
048010     COMPUTE QT-GOODTHRU-DATE =
048011         (WS-GOODTHRU-YEAR * 10000) + (WS-GOODTHRU-MONTH * 100)
048012         + WS-GOODTHRU-DAY
048013     MOVE WS-CUR-BALANCE      TO QT-PRINCIPAL
048014     MOVE WS-ACCRUED-INT      TO QT-ACCRUED-INT
048015     MOVE WS-PER-DIEM         TO QT-PER-DIEM
048016     MOVE WS-LATE-FEES        TO QT-LATE-FEES
048017     MOVE WS-ESCROW-REFUND    TO QT-ESCROW-REFUND
048018     MOVE WS-TOTAL-PAYOFF     TO QT-TOTAL-PAYOFF
048019     MOVE LM-DAY-COUNT-METHOD TO QT-DAY-COUNT-METHOD
048020     MOVE "O"                 TO QT-STATUS
048021     MOVE ZERO                TO QT-RECEIVED-DATE
048022     MOVE ZERO                TO QT-RECEIVED-AMT
048023     MOVE ZERO                TO QT-AMOUNT-DUE
048024     MOVE SPACE               TO QT-CLOSEOUT-SW
048025     IF QUOTE-ON-FILE
048026         REWRITE LOANPOQT-RECORD
048027             INVALID KEY
048028                 DISPLAY "LOANPOFF: LOANPOQT REWRITE FAILED "
048029                     QT-LOAN-NUMBER
048030         END-REWRITE
048031     ELSE
048032         WRITE LOANPOQT-RECORD
048033             INVALID KEY
048034                 DISPLAY "LOANPOFF: LOANPOQT WRITE FAILED "
048035                     QT-LOAN-NUMBER
048036         END-WRITE
048037     END-IF.
048038
048039 2600-STORE-QUOTE-EXIT.
048100     EXIT.
048200
048300*--------------------------------------------------------------*
048301* 2900-PUT-DOC-LINE - PRINT ONE LINE OF THE DOCUMENT AND HAND  *
048302*    IT TO LOANDLVR FOR THE BORROWER'S DELIVERY CHANNEL        *
048303*--------------------------------------------------------------*
048304 2900-PUT-DOC-LINE.
048305     WRITE PRINT-LINE FROM WS-DV-LINE
048306     MOVE "L"              TO WS-DV-FUNCTION
048307     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST.
048308
048309 2900-PUT-DOC-LINE-EXIT.
048310     EXIT.
048311
048312*--------------------------------------------------------------*
048313* 2950-NOTE-DOCUMENT - LEAVE A SERVICING NOTE ON THE LOAN THAT *
048314*    THE DOCUMENT NAMED IN WS-NOTE-DOC-NAME WENT OUT, AND HOW  *
048315*--------------------------------------------------------------*
048316 2950-NOTE-DOCUMENT.
048317     MOVE "W"               TO WS-NQ-FUNCTION
048318     MOVE WS-DV-LOAN-NUMBER TO WS-NQ-LOAN-NUMBER
048319     MOVE "LOANPOFF"        TO WS-NQ-OPERATOR
048320     MOVE "D"               TO WS-NQ-CONTACT-TYPE
048321     MOVE WS-DV-DOC-TYPE    TO WS-NQ-REASON-CODE
048322     MOVE SPACES            TO WS-NQ-COMMENTS
048323     IF WS-DV-CHANNEL = "E"
048324         STRING WS-NOTE-DOC-NAME DELIMITED BY "  "
048325                " SENT ELECTRONICALLY" DELIMITED BY SIZE
048326             INTO WS-NQ-COMMENTS
048327         END-STRING
048328     ELSE
048329         STRING WS-NOTE-DOC-NAME DELIMITED BY "  "
048330                " MAILED" DELIMITED BY SIZE
048331             INTO WS-NQ-COMMENTS
048332         END-STRING
048333     END-IF
048334     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST.
048335
048336 2950-NOTE-DOCUMENT-EXIT.
048337     EXIT.
048338
048339*--------------------------------------------------------------*
048400* 9000-TERMINATE                                               *
048500*--------------------------------------------------------------*
048600 9000-TERMINATE.
048860         CLOSE LOANPHIST
048870     END-IF
048900     CLOSE LOANDELQ
048901     MOVE "C"              TO WS-DV-FUNCTION
048902     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
048903     MOVE "C"              TO WS-DS-FUNCTION
048904     CALL "LOANDSIC" USING BY REFERENCE WS-DSI-REQUEST
048905     MOVE "C"              TO WS-NQ-FUNCTION
048906     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST
049000     CLOSE LOANPOLTR
049001     CLOSE LOANPOQT
049100     DISPLAY "LOANPOFF: QUOTES PRODUCED = " WS-QUOTE-COUNT.
049200
049300 END PROGRAM LOANPOFF.
