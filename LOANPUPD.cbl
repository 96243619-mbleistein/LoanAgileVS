001700*               LOANESDB disbursement run issues from these    *
001800*               rows. Invalid transactions are rejected to     *
001900*               LOANRJCT and a before/after register prints.   *
001901*  2026-09-26  LSG  Added the tax service bureau's taxing      *
001902*               authority id to the payee row and transaction. *
001903*               It is allowed on tax rows only, and such a row *
001904*               may carry a zero first due month and amount    *
001905*               since LOANTXSV pays it from the bureau's       *
001906*               bills.                                         *
001907*  2026-10-05  LSG  Reject image widened to 400 bytes for the  *
001908*               boarding transfer detail.                      *
002000*--------------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
006500     05 PT-DUE-MONTH-1           PIC 9(02).
006600     05 PT-DUE-MONTH-2           PIC 9(02).
006700     05 PT-AMOUNT                PIC S9(7)V99   COMP-3.
006701     05 PT-AUTHORITY-ID          PIC X(10).
006800
006900*--------------------------------------------------------------*
007000* LOANPAYE - ESCROW PAYEE MASTER, KEYED ON LOAN NUMBER, PAYEE  *
007100*    TYPE AND SEQUENCE. THE AMOUNT IS PER DUE DATE; A SECOND   *
007101*    DUE MONTH OF ZERO MEANS ONE PAYMENT A YEAR. A TAX ROW     *
007102*    CARRYING THE TAX SERVICE BUREAU'S TAXING AUTHORITY ID IS  *
007103*    PAID FROM THE BUREAU'S BILLS THROUGH LOANTXRQ, NOT FROM   *
007104*    THE DUE MONTHS AND AMOUNT.                                *
007300*--------------------------------------------------------------*
007400 FD  LOANPAYE
007500     RECORDING MODE IS F.
008800     05 PE-DUE-MONTH-1           PIC 9(02).
008900     05 PE-DUE-MONTH-2           PIC 9(02).
009000     05 PE-AMOUNT                PIC S9(7)V99   COMP-3.
009001     05 PE-AUTHORITY-ID          PIC X(10).
009100
009200*--------------------------------------------------------------*
009300* LOANPURT - PRINTED UPDATE REGISTER, BEFORE/AFTER IMAGES      *
010600     05 RJ-LOAN-NUMBER           PIC X(10).
010700     05 RJ-STATUS                PIC X(02).
010800     05 RJ-REASON                PIC X(30).
010900     05 RJ-RECORD-IMAGE          PIC X(400).
011000
011100 WORKING-STORAGE SECTION.
011200 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
025000             CONTINUE
025100         WHEN PT-PAYEE-NAME = SPACES
025200             MOVE "PAYEE NAME MISSING"       TO WS-REJECT-REASON
025201         WHEN PT-AUTHORITY-ID NOT = SPACES AND NOT PT-TYPE-TAX
025202             MOVE "AUTHORITY ID NOT ON TAX ROW"
025203                                         TO WS-REJECT-REASON
025204         WHEN PT-AUTHORITY-ID NOT = SPACES
025205             AND PT-DUE-MONTH-1 = ZERO AND PT-AMOUNT = ZERO
025206             CONTINUE
025300         WHEN PT-DUE-MONTH-1 < 1 OR PT-DUE-MONTH-1 > 12
025400             MOVE "FIRST DUE MONTH NOT 1-12" TO WS-REJECT-REASON
025500         WHEN PT-DUE-MONTH-2 > 12
036300     MOVE PT-ZIP                 TO PE-ZIP
036400     MOVE PT-DUE-MONTH-1         TO PE-DUE-MONTH-1
036500     MOVE PT-DUE-MONTH-2         TO PE-DUE-MONTH-2
036501     MOVE PT-AUTHORITY-ID        TO PE-AUTHORITY-ID
036600     MOVE PT-AMOUNT              TO PE-AMOUNT.
036700
036800 2500-BUILD-PAYEE-EXIT.
