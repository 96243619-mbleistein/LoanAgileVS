001410*               master escrow interest rate.                    *
001411*  2026-09-02  LSG  Reject image widened for the                *
001412*               master buydown step fields.                     *
001413*  2026-10-05  LSG  Reject image widened to 400 bytes for the  *
001414*               boarding transfer detail.                      *
001500*--------------------------------------------------------------*
001600
001700 ENVIRONMENT DIVISION.
003900     05 RJ-LOAN-NUMBER           PIC X(10).
004000     05 RJ-STATUS                PIC X(02).
004100     05 RJ-REASON                PIC X(30).
004200     05 RJ-RECORD-IMAGE          PIC X(400).
004300
004400*--------------------------------------------------------------*
004500* LOANRJPRT - PRINTED REJECT REGISTER                          *
