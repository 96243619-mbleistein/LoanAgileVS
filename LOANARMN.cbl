002003*  2026-09-02  LSG  Buydown step fields added to the            *
002004*               master record layout and the LOANAMORT linkage; *
002005*               subsidy total carried on OUTDATA.               *
002006*  2026-09-22  LSG  Servicemember active-duty flag, service    *
002007*               dates, tax id and birth date appended to the   *
002008*               customer record layout.                        *
002009*  2026-09-30  LSG  Each notice is also handed line by line to *
002010*               LOANDLVR, which routes it on the borrower's    *
002011*               delivery preference to the print-vendor mail   *
002012*               file or the e-delivery index. LOANARMLT is     *
002013*               still printed in full.                         *
002014*  2026-10-04  LSG  Each rate change notice sent is noted on   *
002015*               the loan's servicing notes through LOANNOTE:   *
002016*               contact type D, the ARMN document type as the  *
002017*               reason, and the delivery channel in the        *
002018*               comment.                                       *
002100*--------------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
010800     05 CU-STATE                 PIC X(02).
010900     05 CU-ZIP                   PIC X(09).
011000     05 CU-PHONE                 PIC X(15).
011001     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
011002         88 CU-ACTIVE-DUTY                      VALUE "Y".
011003     05 CU-SERVICE-START-DATE    PIC 9(08).
011004     05 CU-SERVICE-END-DATE      PIC 9(08).
011005     05 CU-TAX-ID                PIC X(09).
011006     05 CU-BIRTH-DATE            PIC 9(08).
011007     05 CU-EMAIL-ADDRESS         PIC X(40).
011008     05 CU-DELIVERY-PREF         PIC X(01).
011009         88 CU-DELIVER-PAPER                    VALUE " " "P".
011010         88 CU-DELIVER-ELECTRONIC               VALUE "E".
011100
011200*--------------------------------------------------------------*
011300* LOANARMLT - PRINTED ADVANCE NOTICE LETTERS                   *
019300     05 WS-RATE-RESETS OCCURS 12 TIMES.
019400         10 WS-RESET-EFF-MONTH   PIC S9(4)      COMP.
019500         10 WS-RESET-RATE        PIC S9(9)V9(9).
019501     05 WS-SCRA-START-MONTH   PIC S9(4)      COMP.
019502     05 WS-SCRA-END-MONTH     PIC S9(4)      COMP.
019503     05 WS-SCRA-CAP-RATE      PIC S9(3)V9(4) COMP-3.
019600     05 WS-EXTRA-PRINCIPAL OCCURS 1 TO 480 TIMES
019700         DEPENDING ON WS-LOANTERM.
019800         10 WS-EXTRA-PRIN-AMT    PIC S9(8)V99   COMP-3.
020700     05 WS-RECON-FLAG            PIC X(1).
020800     05 WS-OUTTOTCAPINT          PIC S9(9)V99   COMP-3.
020801     05 WS-OUTTOTSUBSIDY         PIC S9(9)V99   COMP-3.
020802     05 WS-OUTTOTFORGIVEN        PIC S9(9)V99   COMP-3.
020900     05 WS-LOANAMORT-STATUS      PIC X(2).
021000     05 WS-PAYMENTS OCCURS 1 TO 480 TIMES
021100         DEPENDING ON WS-LOANTERM.
021700         10 WS-OUTLATE-FLAG      PIC X(1).
021800         10 WS-OUTLATEFEE        PIC $,$$$.99.
021900
021901 01  WS-DELIVERY-REQUEST.
021902     03 WS-DV-FUNCTION           PIC X(01).
021903     03 WS-DV-DOC-TYPE           PIC X(04).
021904     03 WS-DV-PROGRAM            PIC X(09).
021905     03 WS-DV-LOAN-NUMBER        PIC X(10).
021906     03 WS-DV-CUSTOMER-ID        PIC X(10).
021907     03 WS-DV-LINE               PIC X(80).
021908     03 WS-DV-CHANNEL            PIC X(01).
021909     03 WS-DV-RESULT             PIC X(01).
021910         88 WS-DV-OK                             VALUE "Y".
021911
021912 01  WS-NOTE-REQUEST.
021913     03 WS-NQ-FUNCTION           PIC X(01).
021914     03 WS-NQ-LOAN-NUMBER        PIC X(10).
021915     03 WS-NQ-NOTE-DATE          PIC 9(08).
021916     03 WS-NQ-NOTE-TIME          PIC 9(08).
021917     03 WS-NQ-OPERATOR           PIC X(08).
021918     03 WS-NQ-CONTACT-TYPE       PIC X(01).
021919     03 WS-NQ-REASON-CODE        PIC X(04).
021920     03 WS-NQ-COMMENTS           PIC X(50).
021921     03 WS-NQ-RESULT             PIC X(01).
021922         88 WS-NQ-OK                             VALUE "Y".
021923 01  WS-NOTE-DOC-NAME            PIC X(30)      VALUE SPACES.
021924
022000 PROCEDURE DIVISION.
022100*--------------------------------------------------------------*
022200* 0000-MAINLINE                                                *
025800     END-IF
025900     OPEN INPUT LOANCUST
026000     OPEN OUTPUT LOANARMLT
026001     MOVE "O"              TO WS-DV-FUNCTION
026002     MOVE "ARMN"           TO WS-DV-DOC-TYPE
026003     MOVE "LOANARMN "      TO WS-DV-PROGRAM
026004     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
026005     IF NOT WS-DV-OK
026006         DISPLAY "LOANARMN: DOCUMENT ROUTING NOT AVAILABLE"
026007         MOVE 16 TO RETURN-CODE
026008         GOBACK
026009     END-IF
026010     MOVE "O"              TO WS-NQ-FUNCTION
026011     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST
026012     IF NOT WS-NQ-OK
026013         DISPLAY "LOANARMN: NOTES FILE LOANSVNT NOT AVAILABLE,"
026014             " NO CONTACT NOTES WRITTEN"
026015     END-IF
026100     READ LOANMAST
026200         AT END MOVE "Y" TO WS-EOF-SW
026300     END-READ.
045200*--------------------------------------------------------------*
045300 2400-PRINT-NOTICE.
045400     MOVE LM-LOAN-NUMBER TO WL-LOAN-NUMBER
045401     MOVE "B"              TO WS-DV-FUNCTION
045402     MOVE LM-LOAN-NUMBER   TO WS-DV-LOAN-NUMBER
045403     MOVE LM-CUSTOMER-ID   TO WS-DV-CUSTOMER-ID
045404     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
045405     MOVE WS-LETTER-HEADING    TO WS-DV-LINE
045406     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
045600
045700     MOVE LM-CUSTOMER-ID TO CU-CUSTOMER-ID
045800     READ LOANCUST
046200     END-IF
046300     MOVE "BORROWER: " TO WN-TEXT
046400     MOVE CU-NAME      TO WN-VALUE
046401     MOVE WS-LETTER-NAME-LINE  TO WS-DV-LINE
046402     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
046600     MOVE SPACES       TO WN-TEXT
046700     MOVE CU-ADDR-1    TO WN-VALUE
046701     MOVE WS-LETTER-NAME-LINE  TO WS-DV-LINE
046702     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
046900     IF CU-ADDR-2 NOT = SPACES
047000         MOVE CU-ADDR-2 TO WN-VALUE
047001         MOVE WS-LETTER-NAME-LINE  TO WS-DV-LINE
047002         PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
047200     END-IF
047300     MOVE SPACES TO WN-VALUE
047400     STRING CU-CITY DELIMITED BY "  "
047800            CU-ZIP DELIMITED BY SIZE
047900         INTO WN-VALUE
048000     END-STRING
048001     MOVE WS-LETTER-NAME-LINE  TO WS-DV-LINE
048002     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
048003     MOVE SPACES               TO WS-DV-LINE
048004     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
048300
048400     COMPUTE WS-CAL-TOTAL =
048500         (LM-FIRST-PMT-YEAR * 12) + LM-FIRST-PMT-MONTH
048900     ADD 1 TO WS-EFF-MONTH
049000     MOVE WS-EFF-YEAR  TO WE-EFF-YEAR
049100     MOVE WS-EFF-MONTH TO WE-EFF-MONTH
049101     MOVE WS-LETTER-EFF-LINE   TO WS-DV-LINE
049102     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
049300
049400     MOVE "CURRENT INTEREST RATE . . . . " TO WR-LABEL
049500     MOVE WS-OLD-RATE                      TO WR-RATE
049501     MOVE WS-LETTER-RATE-LINE  TO WS-DV-LINE
049502     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
049700     MOVE "NEW INTEREST RATE . . . . . . " TO WR-LABEL
049800     MOVE WS-NEW-RATE                      TO WR-RATE
049801     MOVE WS-LETTER-RATE-LINE  TO WS-DV-LINE
049802     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
050000     MOVE "CURRENT PAYMENT (P+I) . . . . " TO WA-LABEL
050100     MOVE WS-OLD-PAYMENT                   TO WA-AMOUNT
050101     MOVE WS-LETTER-AMOUNT-LINE TO WS-DV-LINE
050102     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
050300     MOVE "NEW PAYMENT (P+I) . . . . . . " TO WA-LABEL
050400     MOVE WS-NEW-PAYMENT                   TO WA-AMOUNT
050401     MOVE WS-LETTER-AMOUNT-LINE TO WS-DV-LINE
050402     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
050403     MOVE "E"              TO WS-DV-FUNCTION
050404     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
050405     MOVE "ARM RATE CHANGE NOTICE" TO WS-NOTE-DOC-NAME
050406     PERFORM 2950-NOTE-DOCUMENT THRU 2950-NOTE-DOCUMENT-EXIT
050600     WRITE PRINT-LINE FROM SPACES.
050700
050800 2400-PRINT-NOTICE-EXIT.
050801     EXIT.
050802
050803*--------------------------------------------------------------*
050804* 2900-PUT-DOC-LINE - PRINT ONE LINE OF THE DOCUMENT AND HAND  *
050805*    IT TO LOANDLVR FOR THE BORROWER'S DELIVERY CHANNEL        *
050806*--------------------------------------------------------------*
050807 2900-PUT-DOC-LINE.
050808     WRITE PRINT-LINE FROM WS-DV-LINE
050809     MOVE "L"              TO WS-DV-FUNCTION
050810     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST.
050811
050812 2900-PUT-DOC-LINE-EXIT.
050900     EXIT.
051000
051100*--------------------------------------------------------------*
051101* 2950-NOTE-DOCUMENT - LEAVE A SERVICING NOTE ON THE LOAN THAT *
051102*    THE DOCUMENT NAMED IN WS-NOTE-DOC-NAME WENT OUT, AND HOW  *
051103*--------------------------------------------------------------*
051104 2950-NOTE-DOCUMENT.
051105     MOVE "W"               TO WS-NQ-FUNCTION
051106     MOVE WS-DV-LOAN-NUMBER TO WS-NQ-LOAN-NUMBER
051107     MOVE "LOANARMN"        TO WS-NQ-OPERATOR
051108     MOVE "D"               TO WS-NQ-CONTACT-TYPE
051109     MOVE WS-DV-DOC-TYPE    TO WS-NQ-REASON-CODE
051110     MOVE SPACES            TO WS-NQ-COMMENTS
051111     IF WS-DV-CHANNEL = "E"
051112         STRING WS-NOTE-DOC-NAME DELIMITED BY "  "
051113                " SENT ELECTRONICALLY" DELIMITED BY SIZE
051114             INTO WS-NQ-COMMENTS
051115         END-STRING
051116     ELSE
051117         STRING WS-NOTE-DOC-NAME DELIMITED BY "  "
051118                " MAILED" DELIMITED BY SIZE
051119             INTO WS-NQ-COMMENTS
051120         END-STRING
051121     END-IF
051122     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST.
051123
051124 2950-NOTE-DOCUMENT-EXIT.
051125     EXIT.
051126
051127*--------------------------------------------------------------*
051200* 9000-TERMINATE                                               *
051300*--------------------------------------------------------------*
051400 9000-TERMINATE.
051800     CLOSE LOANARMNIN
051900     CLOSE LOANMAST
052000     CLOSE LOANCUST
052001     MOVE "C"              TO WS-DV-FUNCTION
052002     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
052003     MOVE "C"              TO WS-NQ-FUNCTION
052004     CALL "LOANNOTE" USING BY REFERENCE WS-NOTE-REQUEST
052100     CLOSE LOANARMLT
052200     DISPLAY "LOANARMN: NOTICES=" WS-NOTICE-COUNT.
052300
