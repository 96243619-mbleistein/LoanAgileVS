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
004591     05 RJ-LOAN-NUMBER           PIC X(10).
004592     05 RJ-STATUS                PIC X(02).
004593     05 RJ-REASON                PIC X(30).
004594     05 RJ-RECORD-IMAGE          PIC X(400).
004600
004700 WORKING-STORAGE SECTION.
004800 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
009300     05 WS-RATE-RESETS OCCURS 12 TIMES.
009500         10 WS-RESET-EFF-MONTH   PIC S9(4)      COMP.
009600         10 WS-RESET-RATE        PIC S9(9)V9(9).
009601     05 WS-SCRA-START-MONTH   PIC S9(4)      COMP.
009602     05 WS-SCRA-END-MONTH     PIC S9(4)      COMP.
009603     05 WS-SCRA-CAP-RATE      PIC S9(3)V9(4) COMP-3.
009700     05 WS-EXTRA-PRINCIPAL OCCURS 1 TO 480 TIMES
009800         DEPENDING ON WS-LOANTERM.
009900         10 WS-EXTRA-PRIN-AMT    PIC S9(8)V99   COMP-3.
010197     05 WS-RECON-FLAG            PIC X(1).
010198     05 WS-OUTTOTCAPINT          PIC S9(9)V99   COMP-3.
010199     05 WS-OUTTOTSUBSIDY         PIC S9(9)V99   COMP-3.
010201     05 WS-OUTTOTFORGIVEN        PIC S9(9)V99   COMP-3.
010198     05 WS-LOANAMORT-STATUS      PIC X(2).
010200     05 WS-PAYMENTS OCCURS 1 TO 480 TIMES
010300         DEPENDING ON WS-LOANTERM.
