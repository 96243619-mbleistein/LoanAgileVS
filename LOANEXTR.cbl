001401*               master escrow interest rate.                    *
001402*  2026-09-02  LSG  Buydown step fields added to the            *
001403*               LOANAMORT linkage layout.                       *
001404*  2026-09-22  LSG  Servicemember rate-cap window and forgiven *
001405*               interest total added to the LOANAMORT linkage. *
001406*  2026-10-05  LSG  Reject image widened to 400 bytes for the  *
001407*               boarding transfer detail.                      *
001408*--------------------------------------------------------------*
001500
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
005305     05 RJ-LOAN-NUMBER           PIC X(10).
005306     05 RJ-STATUS                PIC X(02).
005307     05 RJ-REASON                PIC X(30).
005308     05 RJ-RECORD-IMAGE          PIC X(400).
005300
005400 WORKING-STORAGE SECTION.
005500 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
007400     05 WS-RATE-RESETS OCCURS 12 TIMES.
007600         10 WS-RESET-EFF-MONTH   PIC S9(4)      COMP.
007700         10 WS-RESET-RATE        PIC S9(9)V9(9).
007701     05 WS-SCRA-START-MONTH   PIC S9(4)      COMP.
007702     05 WS-SCRA-END-MONTH     PIC S9(4)      COMP.
007703     05 WS-SCRA-CAP-RATE      PIC S9(3)V9(4) COMP-3.
007800     05 WS-EXTRA-PRINCIPAL OCCURS 1 TO 480 TIMES
007900         DEPENDING ON WS-LOANTERM.
008000         10 WS-EXTRA-PRIN-AMT    PIC S9(8)V99   COMP-3.
008297     05 WS-RECON-FLAG            PIC X(1).
008298     05 WS-OUTTOTCAPINT          PIC S9(9)V99   COMP-3.
008299     05 WS-OUTTOTSUBSIDY         PIC S9(9)V99   COMP-3.
008301     05 WS-OUTTOTFORGIVEN        PIC S9(9)V99   COMP-3.
008299     05 WS-LOANAMORT-STATUS      PIC X(2).
008300     05 WS-PAYMENTS OCCURS 1 TO 480 TIMES
008400         DEPENDING ON WS-LOANTERM.
