001261*               master escrow interest rate.                    *
001262*  2026-09-02  LSG  Buydown step fields added to the            *
001263*               LOANAMORT linkage layout.                       *
001264*  2026-09-22  LSG  Servicemember rate-cap window and forgiven *
001265*               interest total added to the LOANAMORT linkage. *
001266*  2026-10-05  LSG  Reject image widened to 400 bytes for the  *
001267*               boarding transfer detail.                      *
001300*--------------------------------------------------------------*
001400
001500 ENVIRONMENT DIVISION.
004491     05 RJ-LOAN-NUMBER           PIC X(10).
004492     05 RJ-STATUS                PIC X(02).
004493     05 RJ-REASON                PIC X(30).
004494     05 RJ-RECORD-IMAGE          PIC X(400).
004500
004600 WORKING-STORAGE SECTION.
004700 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
007700     05 WS-RATE-RESETS OCCURS 12 TIMES.
007900         10 WS-RESET-EFF-MONTH   PIC S9(4)      COMP.
008000         10 WS-RESET-RATE        PIC S9(9)V9(9).
008001     05 WS-SCRA-START-MONTH   PIC S9(4)      COMP.
008002     05 WS-SCRA-END-MONTH     PIC S9(4)      COMP.
008003     05 WS-SCRA-CAP-RATE      PIC S9(3)V9(4) COMP-3.
008100     05 WS-EXTRA-PRINCIPAL OCCURS 1 TO 480 TIMES
008200         DEPENDING ON WS-LOANTERM.
008300         10 WS-EXTRA-PRIN-AMT    PIC S9(8)V99   COMP-3.
008597     05 WS-RECON-FLAG            PIC X(1).
008598     05 WS-OUTTOTCAPINT          PIC S9(9)V99   COMP-3.
008599     05 WS-OUTTOTSUBSIDY         PIC S9(9)V99   COMP-3.
008601     05 WS-OUTTOTFORGIVEN        PIC S9(9)V99   COMP-3.
008599     05 WS-LOANAMORT-STATUS      PIC X(2).
008600     05 WS-PAYMENTS OCCURS 1 TO 480 TIMES
008700         DEPENDING ON WS-LOANTERM.
