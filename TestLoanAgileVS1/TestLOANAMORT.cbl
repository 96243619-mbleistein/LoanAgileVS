         03 RATE-RESETS OCCURS 12 TIMES.
           05 RESET-EFF-MONTH PIC S9(4) COMP.
           05 RESET-RATE PIC S9(9)V9(9).
         03 SCRA-START-MONTH PIC S9(4) COMP.
         03 SCRA-END-MONTH PIC S9(4) COMP.
         03 SCRA-CAP-RATE PIC S9(3)V9(4) COMP-3.
         03 EXTRA-PRINCIPAL OCCURS 1 TO 480 DEPENDING ON LOANTERM.
           05 EXTRA-PRIN-AMT PIC S9(8)V99 COMP-3.
       01 OUTDATA.
         03 RECON-FLAG PIC X(1).
         03 OUTTOTCAPINT PIC S9(9)V99 COMP-3.
         03 OUTTOTSUBSIDY PIC S9(9)V99 COMP-3.
         03 OUTTOTFORGIVEN PIC S9(9)V99 COMP-3.
         03 LOANAMORT-STATUS PIC X(2).
         03 PAYMENTS occurs 1 to 480 depending on LOANTERM.
           05 OUTINTPAID PIC $$,$(3).99.
