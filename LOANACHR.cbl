002003*  2026-09-02  LSG  Escrow interest rate and buydown            *
002004*               step fields carried on the change transaction   *
002005*               image so it matches the LOANTRAN layout.        *
002006*  2026-09-18  LSG  Operator ID carried on the change          *
002007*               transaction image to match the LOANTRAN        *
002008*               layout; stamped LOANACHR.                      *
002100*--------------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
016930     05 AT-BUYDOWN-STEPS OCCURS 3 TIMES.
016940         10 AT-BUYDOWN-MONTHS    PIC S9(4)      COMP.
016950         10 AT-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
016951     05 AT-OPERATOR-ID           PIC X(08).
017000
017100*--------------------------------------------------------------*
017200* LOANACHRR - PRINTED RETURN-PROCESSING REPORT                 *
040960     MOVE LM-BUYDOWN-REDUCTION(2) TO AT-BUYDOWN-REDUCTION(2)
040970     MOVE LM-BUYDOWN-MONTHS(3)   TO AT-BUYDOWN-MONTHS(3)
040980     MOVE LM-BUYDOWN-REDUCTION(3) TO AT-BUYDOWN-REDUCTION(3)
040981     MOVE "LOANACHR"             TO AT-OPERATOR-ID
041000     IF ITEM-RETURNED
041100         MOVE "N" TO AT-AUTOPAY-FLAG
041200     ELSE
