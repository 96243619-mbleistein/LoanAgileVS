001322*               LOANAMORT linkage layout.                      *
001323*  2026-09-02  LSG  Buydown step fields added to the            *
001324*               LOANAMORT linkage layout.                       *
001325*  2026-09-22  LSG  Servicemember rate-cap window and forgiven *
001326*               interest total added to the LOANAMORT linkage. *
001400*--------------------------------------------------------------*
001500
001600 ENVIRONMENT DIVISION.
011100     05 WS-A-RATE-RESETS OCCURS 12 TIMES.
011300         10 WS-A-RESET-EFF-MONTH PIC S9(4)      COMP.
011400         10 WS-A-RESET-RATE      PIC S9(9)V9(9).
011401     05 WS-A-SCRA-START-MONTH PIC S9(4)      COMP.
011402     05 WS-A-SCRA-END-MONTH   PIC S9(4)      COMP.
011403     05 WS-A-SCRA-CAP-RATE    PIC S9(3)V9(4) COMP-3.
011500     05 WS-A-EXTRA-PRINCIPAL OCCURS 1 TO 480 TIMES
011600         DEPENDING ON WS-A-LOANTERM.
011700         10 WS-A-EXTRA-PRIN-AMT  PIC S9(8)V99   COMP-3.
011997     05 WS-A-RECON-FLAG          PIC X(1).
011998     05 WS-A-OUTTOTCAPINT       PIC S9(9)V99   COMP-3.
011999     05 WS-A-OUTTOTSUBSIDY      PIC S9(9)V99   COMP-3.
012001     05 WS-A-OUTTOTFORGIVEN     PIC S9(9)V99   COMP-3.
011998     05 WS-A-LOANAMORT-STATUS    PIC X(2).
012000     05 WS-A-PAYMENTS OCCURS 1 TO 480 TIMES
012100         DEPENDING ON WS-A-LOANTERM.
015400     05 WS-B-RATE-RESETS OCCURS 12 TIMES.
015600         10 WS-B-RESET-EFF-MONTH PIC S9(4)      COMP.
015700         10 WS-B-RESET-RATE      PIC S9(9)V9(9).
015701     05 WS-B-SCRA-START-MONTH PIC S9(4)      COMP.
015702     05 WS-B-SCRA-END-MONTH   PIC S9(4)      COMP.
015703     05 WS-B-SCRA-CAP-RATE    PIC S9(3)V9(4) COMP-3.
015800     05 WS-B-EXTRA-PRINCIPAL OCCURS 1 TO 480 TIMES
015900         DEPENDING ON WS-B-LOANTERM.
016000         10 WS-B-EXTRA-PRIN-AMT  PIC S9(8)V99   COMP-3.
016297     05 WS-B-RECON-FLAG          PIC X(1).
016298     05 WS-B-OUTTOTCAPINT       PIC S9(9)V99   COMP-3.
016299     05 WS-B-OUTTOTSUBSIDY      PIC S9(9)V99   COMP-3.
016301     05 WS-B-OUTTOTFORGIVEN     PIC S9(9)V99   COMP-3.
016298     05 WS-B-LOANAMORT-STATUS    PIC X(2).
016300     05 WS-B-PAYMENTS OCCURS 1 TO 480 TIMES
016400         DEPENDING ON WS-B-LOANTERM.
