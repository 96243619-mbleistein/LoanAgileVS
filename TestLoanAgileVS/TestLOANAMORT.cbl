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
           goback returning MFU-PASS-RETURN-CODE.


       entry MFU-TC-PREFIX & "06".

           initialize LOANINFO
           move 36000 to PRINCIPAL
           move 8.0   to RATE
           move 48    to LOANTERM
           move 1     to SCRA-START-MONTH
           move 12    to SCRA-END-MONTH
           move 6.0   to SCRA-CAP-RATE

           call "LOANAMORT" using
                       by reference LOANINFO
                       by reference OUTDATA

           *> Servicemember cap: interest above 6% is forgiven in the
           *> protected months, principal stays on the note schedule
           *> and the note rate returns after the window
           IF OUTINTPAID(1)    = "  $179.99" and
              OUTPRINCPAID(1)  = "  $638.86" and
              OUTPAYMENT(1)    = "  $818.86" and
              OUTPAYMENT(13)   = "  $878.86" and
              OUTTOTINTPAID    = "$5,537.99" and
              OUTTOTFORGIVEN   = 648.10 and
              LOANAMORT-STATUS = "00"
               continue
           else
               move OUTTOTINTPAID to WK-ACTUAL-VALUE
               move "$5,537.99"   to WK-EXPECTED-VALUE
               CALL "MFU_ASSERT_FAIL" USING
                  BY REFERENCE WS-FAIL-MSG
                  BY VALUE 80
           END-IF

           goback returning MFU-PASS-RETURN-CODE.


      $region TestCase Configuration

       entry MFU-TC-SETUP-PREFIX & "01".
