001600*               does not resolve on the master goes to the     *
001700*               common LOANRJCT file for repair instead of     *
001800*               silently becoming an unmatched payment.        *
001810*  2026-10-05  LSG  Reject image widened to 400 bytes for the  *
001820*               boarding transfer detail.                      *
001900*--------------------------------------------------------------*
002000
002100 ENVIRONMENT DIVISION.
009800     05 RJ-LOAN-NUMBER           PIC X(10).
009900     05 RJ-STATUS                PIC X(02).
010000     05 RJ-REASON                PIC X(30).
010100     05 RJ-RECORD-IMAGE          PIC X(400).
010200
010300*--------------------------------------------------------------*
010400* LOANLBXRP - PRINTED BATCH BALANCING REPORT                   *
