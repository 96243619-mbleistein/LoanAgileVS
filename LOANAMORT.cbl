       01 SUBSIDY-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 BD-SAVE-RATE       PIC S9(9)V9(9) COMP-3 VALUE ZERO.
       01 BD-EDIT-SUB        PIC S9(4) COMP VALUE ZERO.
       01 SCRA-CAP-INT       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 SCRA-FORGIVEN      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 FORGIVEN-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
       
       LINKAGE SECTION.
       01 LOANINFO.
           03 PRIOR-INTEREST-PAID    PIC S9(9)V99 COMP-3.
           03 DAY-COUNT-METHOD       PIC X(1).
               88 DC-30-360              VALUE "3" " ".
      *    Daily simple interest loans ("D") are billed and paid
      *    off from their received-date history by LOANDSIC; the
      *    schedule projects them as Actual/365 with every payment
      *    arriving on its due date.
               88 DC-ACTUAL-365          VALUE "A" "D".
           03 ESCROW-AMT             PIC S9(7)V99 COMP-3.
           03 BALLOON-TERM           PIC S9(8) COMP-3.
      *    Interest-only months: during the first IO-MONTHS periods
           03 RATE-RESETS OCCURS 12 TIMES.
               05 RESET-EFF-MONTH    PIC S9(4) COMP.
               05 RESET-RATE         PIC S9(9)V9(9).
      *    Servicemember rate cap: for months SCRA-START-MONTH through
      *    SCRA-END-MONTH the interest charged may not exceed
      *    SCRA-CAP-RATE. Interest above the cap is forgiven, not
      *    deferred - principal and balance stay on the note-rate
      *    schedule, and the month's interest and payment are reduced
      *    by the forgiven amount, totaled in OUTTOTFORGIVEN. A zero
      *    SCRA-START-MONTH means the loan carries no cap.
           03 SCRA-START-MONTH       PIC S9(4) COMP.
           03 SCRA-END-MONTH         PIC S9(4) COMP.
           03 SCRA-CAP-RATE          PIC S9(3)V9(4) COMP-3.
           03 EXTRA-PRINCIPAL OCCURS 1 TO 480 DEPENDING ON LOANTERM.
               05 EXTRA-PRIN-AMT     PIC S9(8)V99 COMP-3.

               88 RECON-OK       VALUE "Y".
           03 OUTTOTCAPINT   PIC S9(9)V99 COMP-3.
           03 OUTTOTSUBSIDY  PIC S9(9)V99 COMP-3.
           03 OUTTOTFORGIVEN PIC S9(9)V99 COMP-3.
           03 LOANAMORT-STATUS PIC X(2).
               88 STATUS-OK              VALUE "00".
               88 STATUS-BAD-TERM        VALUE "10".
               88 STATUS-BAD-IO-TERM     VALUE "40".
               88 STATUS-BAD-FORBEARANCE VALUE "41".
               88 STATUS-BAD-BUYDOWN     VALUE "50".
               88 STATUS-BAD-SCRA        VALUE "60".
           03 PAYMENTS OCCURS 1 TO 480 DEPENDING ON LOANTERM.
               05 OUTINTPAID     PIC $$,$$$.99.
               05 OUTPRINCPAID   PIC $$,$$$.99.
           MOVE ZERO              TO HIPREC-PRINCPAID-TOTAL
           MOVE ZERO              TO CAPINT-TOTAL
           MOVE ZERO              TO SUBSIDY-TOTAL
           MOVE ZERO              TO FORGIVEN-TOTAL
           MOVE ZERO              TO BD-STEP-SUB
           MOVE 1                 TO BD-NEXT-START
           MOVE ZERO              TO BD-END-MONTH
                   COMPUTE INTPAID ROUNDED =
                       PRINCIPAL * ((CUR-RATE / 100) / PERIODS-PER-YEAR)
               END-IF
               PERFORM CALC-SCRA-FORGIVEN
      *    A forborne month receives no payment: its interest is
      *    not income received, it is capitalized onto the balance.
               MOVE "N" TO FORBEAR-ACTIVE-SW
                   MOVE "Y" TO FORBEAR-ACTIVE-SW
               END-IF

      *    Interest forgiven under the servicemember cap was never
      *    charged, so it stays out of the interest totals as well.
               IF NOT FORBEAR-ACTIVE
                   COMPUTE TOTINTPAID =
                       TOTINTPAID + INTPAID - SCRA-FORGIVEN
               END-IF

      *    Per-calendar-year interest subtotal, for 1098 reporting.
                   MOVE "N"      TO NEED-NEW-YEAR-SW
               END-IF
               IF NOT FORBEAR-ACTIVE
                   COMPUTE YEAR-INT-ACCUM =
                       YEAR-INT-ACCUM + INTPAID - SCRA-FORGIVEN
               END-IF

      *    During the interest-only period the payment is the
                   MOVE INTPAID TO DECPAYMENT
               END-IF

      *    Only the capped interest of a forborne month capitalizes;
      *    the amount above the cap is forgiven outright.
               IF FORBEAR-ACTIVE
                   SUBTRACT SCRA-FORGIVEN FROM INTPAID
                   ADD SCRA-FORGIVEN TO FORGIVEN-TOTAL
                   PERFORM CAPITALIZE-FORBEARANCE
               ELSE

               MOVE PRINCPAID   TO OUTPRINCPAID(MONTH)
               MOVE INTPAID     TO OUTINTPAID(MONTH)
               MOVE DECPAYMENT  TO OUTPAYMENT(MONTH)
      *    Under the servicemember cap the borrower is charged the
      *    capped interest and pays that much less; the principal
      *    applied is the note-rate schedule's.
               IF SCRA-FORGIVEN > ZERO
                   COMPUTE OUTINTPAID(MONTH) = INTPAID - SCRA-FORGIVEN
                   COMPUTE OUTPAYMENT(MONTH) =
                       DECPAYMENT - SCRA-FORGIVEN
                   ADD SCRA-FORGIVEN TO FORGIVEN-TOTAL
               END-IF
      *    During a buydown step the borrower pays the reduced-rate
      *    payment and the shortfall is the subsidy funded from the
      *    buydown account - the schedule's interest, principal and
      *    balance stay at the note rate. A payoff month keeps its
      *    full payoff amount. When the servicemember cap already
      *    brings the payment below the buydown payment there is
      *    nothing left to subsidize and the capped payment stands.
               IF BD-STEP-SUB > ZERO AND MONTH < BD-END-MONTH
                       AND MONTH < LOANTERM
                       AND (BALLOON-TERM = ZERO
                           OR MONTH NOT = BALLOON-TERM)
                   COMPUTE BD-SUBSIDY =
                       DECPAYMENT - SCRA-FORGIVEN - BD-PAYMENT
                   IF BD-SUBSIDY < ZERO
                       MOVE ZERO TO BD-SUBSIDY
                   END-IF
                   ADD BD-SUBSIDY TO SUBSIDY-TOTAL
                   IF BD-SUBSIDY > ZERO OR SCRA-FORGIVEN = ZERO
                       MOVE BD-PAYMENT TO OUTPAYMENT(MONTH)
                   END-IF
               END-IF
               MOVE PRINCIPAL   TO OUTBALANCE(MONTH)
               MOVE ESCROW-AMT  TO OUTESCROW(MONTH)
           MOVE TOTINTPAID TO         OUTTOTINTPAID
           MOVE CAPINT-TOTAL TO       OUTTOTCAPINT
           MOVE SUBSIDY-TOTAL TO      OUTTOTSUBSIDY
           MOVE FORGIVEN-TOTAL TO     OUTTOTFORGIVEN
           PERFORM RECONCILE-PRINCIPAL

       9999-EXIT.
                           AND FORBEAR-START-MONTH + FORBEAR-MONTHS
                               > BALLOON-TERM))
                   MOVE "41" TO LOANAMORT-STATUS
      *    A servicemember cap window must run forward and the cap
      *    rate may not be negative.
               WHEN SCRA-START-MONTH < ZERO
                   MOVE "60" TO LOANAMORT-STATUS
               WHEN SCRA-START-MONTH > ZERO
                       AND (SCRA-END-MONTH < SCRA-START-MONTH
                       OR SCRA-CAP-RATE < ZERO)
                   MOVE "60" TO LOANAMORT-STATUS
               WHEN OTHER
                   MOVE "00" TO LOANAMORT-STATUS
           END-EVALUATE
       CALC-BUYDOWN-PAYMENT-EXIT.
           EXIT.

      *    Servicemember cap: the interest above what the cap rate
      *    would charge on the same balance and day count is forgiven
      *    for each month inside the protected window.
       CALC-SCRA-FORGIVEN.
           MOVE ZERO TO SCRA-FORGIVEN
           IF SCRA-START-MONTH > ZERO
                   AND MONTH >= SCRA-START-MONTH
                   AND MONTH <= SCRA-END-MONTH
                   AND CUR-RATE > SCRA-CAP-RATE
               IF DC-ACTUAL-365
                   COMPUTE SCRA-CAP-INT ROUNDED =
                       PRINCIPAL * (SCRA-CAP-RATE / 100) *
                           (DAYS-IN-PERIOD / 365)
               ELSE
                   COMPUTE SCRA-CAP-INT ROUNDED =
                       PRINCIPAL *
                           ((SCRA-CAP-RATE / 100) / PERIODS-PER-YEAR)
               END-IF
               COMPUTE SCRA-FORGIVEN ROUNDED = INTPAID - SCRA-CAP-INT
               IF SCRA-FORGIVEN < ZERO
                   MOVE ZERO TO SCRA-FORGIVEN
               END-IF
           END-IF.

       CALC-SCRA-FORGIVEN-EXIT.
           EXIT.

      *    Actual/365 day count: days in the current calendar month,
      *    adjusting February for a leap year.
       CALC-DAYS-IN-PERIOD.
