001755*               escrow collected.                               *
001756*  2026-09-02  LSG  Buydown step fields carried on the          *
001757*               master and the change transaction image.        *
001758*  2026-09-18  LSG  Operator ID carried on the change          *
001759*               transaction image to match the LOANTRAN        *
001760*               layout; stamped LOANESCA.                      *
001761*  2026-09-30  LSG  Each borrower analysis statement is also   *
001762*               handed line by line to LOANDLVR, which routes  *
001763*               it on the borrower's delivery preference to    *
001764*               the print-vendor mail file or the e-delivery   *
001765*               index. LOANESRPT is still printed in full,     *
001766*               with its exceptions.                           *
001800*--------------------------------------------------------------*
001900
002000 ENVIRONMENT DIVISION.
011112     05 ET-BUYDOWN-STEPS OCCURS 3 TIMES.
011113         10 ET-BUYDOWN-MONTHS    PIC S9(4)      COMP.
011114         10 ET-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
011115     05 ET-OPERATOR-ID           PIC X(08).
011096
011097*--------------------------------------------------------------*
011098* LOANESICR - ESCROW INTEREST CREDITS LOANESIN WROTE FOR THE   *
013700     05 WX-LABEL                 PIC X(24).
013800     05 WX-COUNT                 PIC ZZZ,ZZ9.
013900
013901 01  WS-DELIVERY-REQUEST.
013902     03 WS-DV-FUNCTION           PIC X(01).
013903     03 WS-DV-DOC-TYPE           PIC X(04).
013904     03 WS-DV-PROGRAM            PIC X(09).
013905     03 WS-DV-LOAN-NUMBER        PIC X(10).
013906     03 WS-DV-CUSTOMER-ID        PIC X(10).
013907     03 WS-DV-LINE               PIC X(80).
013908     03 WS-DV-CHANNEL            PIC X(01).
013909     03 WS-DV-RESULT             PIC X(01).
013910         88 WS-DV-OK                             VALUE "Y".
013911
014000 PROCEDURE DIVISION.
014100*--------------------------------------------------------------*
014200* 0000-MAINLINE                                                *
015640         GOBACK
015650     END-IF
015700     OPEN OUTPUT LOANESRPT
015701     MOVE "O"              TO WS-DV-FUNCTION
015702     MOVE "ESCA"           TO WS-DV-DOC-TYPE
015703     MOVE "LOANESCA "      TO WS-DV-PROGRAM
015704     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
015705     IF NOT WS-DV-OK
015706         DISPLAY "LOANESCA: DOCUMENT ROUTING NOT AVAILABLE"
015707         MOVE 16 TO RETURN-CODE
015708         GOBACK
015709     END-IF
015800     OPEN OUTPUT LOANESTRN
015810     OPEN INPUT LOANESICR
015820     IF WS-ICR-STATUS NOT = "00"
024100*--------------------------------------------------------------*
024200 2300-PRINT-STATEMENT.
024300     MOVE WS-HOLD-LOAN-NUMBER TO WR-LOAN-NUMBER
024301     MOVE "B"              TO WS-DV-FUNCTION
024302     MOVE WS-HOLD-LOAN-NUMBER TO WS-DV-LOAN-NUMBER
024303     MOVE LM-CUSTOMER-ID   TO WS-DV-CUSTOMER-ID
024304     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
024305     MOVE WS-REPORT-HEADING    TO WS-DV-LINE
024306     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
024307     MOVE SPACES               TO WS-DV-LINE
024308     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
024600     MOVE "ESCROW COLLECTED (12 MONTHS)  " TO WA-LABEL
024700     MOVE WS-COLLECTED                     TO WA-AMOUNT
024701     MOVE WS-AMOUNT-LINE       TO WS-DV-LINE
024702     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
024810     IF WS-INT-CREDIT NOT = ZERO
024820         MOVE "ESCROW INTEREST CREDITED  . . " TO WA-LABEL
024830         MOVE WS-INT-CREDIT                    TO WA-AMOUNT
024831         MOVE WS-AMOUNT-LINE       TO WS-DV-LINE
024832         PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
024850     END-IF
024900     MOVE "TAX DISBURSEMENTS . . . . . . " TO WA-LABEL
025000     MOVE WS-TAX-TOTAL                     TO WA-AMOUNT
025001     MOVE WS-AMOUNT-LINE       TO WS-DV-LINE
025002     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
025200     MOVE "INSURANCE DISBURSEMENTS . . . " TO WA-LABEL
025300     MOVE WS-INS-TOTAL                     TO WA-AMOUNT
025301     MOVE WS-AMOUNT-LINE       TO WS-DV-LINE
025302     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
025500     MOVE "TOTAL DISBURSED . . . . . . . " TO WA-LABEL
025600     MOVE WS-DISB-TOTAL                    TO WA-AMOUNT
025601     MOVE WS-AMOUNT-LINE       TO WS-DV-LINE
025602     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
025800     MOVE "PROJECTED NEXT TWELVE MONTHS  " TO WA-LABEL
025900     MOVE WS-PROJECTED                     TO WA-AMOUNT
025901     MOVE WS-AMOUNT-LINE       TO WS-DV-LINE
025902     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
026100     IF WS-SHORTAGE >= ZERO
026200         MOVE "ESCROW SHORTAGE . . . . . . . " TO WA-LABEL
026300         MOVE WS-SHORTAGE                      TO WA-AMOUNT
026500         MOVE "ESCROW SURPLUS  . . . . . . . " TO WA-LABEL
026600         COMPUTE WA-AMOUNT = WS-SHORTAGE * -1
026700     END-IF
026701     MOVE WS-AMOUNT-LINE       TO WS-DV-LINE
026702     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
026900     MOVE "CURRENT MONTHLY ESCROW  . . . " TO WA-LABEL
027000     MOVE LM-ESCROW-AMT                    TO WA-AMOUNT
027001     MOVE WS-AMOUNT-LINE       TO WS-DV-LINE
027002     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
027200     MOVE "NEW MONTHLY ESCROW  . . . . . " TO WA-LABEL
027300     MOVE WS-NEW-ESCROW                    TO WA-AMOUNT
027301     MOVE WS-AMOUNT-LINE       TO WS-DV-LINE
027302     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
027303     MOVE "E"              TO WS-DV-FUNCTION
027304     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
027500     WRITE PRINT-LINE FROM SPACES.
027600
027700 2300-PRINT-STATEMENT-EXIT.
030601     MOVE LM-BUYDOWN-REDUCTION(2) TO ET-BUYDOWN-REDUCTION(2)
030602     MOVE LM-BUYDOWN-MONTHS(3)   TO ET-BUYDOWN-MONTHS(3)
030603     MOVE LM-BUYDOWN-REDUCTION(3) TO ET-BUYDOWN-REDUCTION(3)
030604     MOVE "LOANESCA"             TO ET-OPERATOR-ID
030600     WRITE LOANESTRN-RECORD
030700     ADD 1 TO WS-TRAN-COUNT.
030800
031000     EXIT.
031100
031200*--------------------------------------------------------------*
031201* 2900-PUT-DOC-LINE - PRINT ONE LINE OF THE DOCUMENT AND HAND  *
031202*    IT TO LOANDLVR FOR THE BORROWER'S DELIVERY CHANNEL        *
031203*--------------------------------------------------------------*
031204 2900-PUT-DOC-LINE.
031205     WRITE PRINT-LINE FROM WS-DV-LINE
031206     MOVE "L"              TO WS-DV-FUNCTION
031207     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST.
031208
031209 2900-PUT-DOC-LINE-EXIT.
031210     EXIT.
031211
031212*--------------------------------------------------------------*
031300* 9000-TERMINATE                                               *
031400*--------------------------------------------------------------*
031500 9000-TERMINATE.
032100     WRITE PRINT-LINE FROM WS-TOTAL-LINE
032200     CLOSE LOANESDSB
032300     CLOSE LOANMAST
032301     MOVE "C"              TO WS-DV-FUNCTION
032302     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
032400     CLOSE LOANESRPT
032500     CLOSE LOANESTRN
032510     IF WS-ICR-STATUS = "00" OR WS-ICR-STATUS = "10"
