001600*               of scheduled interest. Invalid transactions    *
001700*               are rejected to the common LOANRJCT file and a *
001800*               before/after register is printed.              *
001810*  2026-10-05  LSG  Reject image widened to 400 bytes for the  *
001820*               boarding transfer detail.                      *
001900*--------------------------------------------------------------*
002000
002100 ENVIRONMENT DIVISION.
009700     05 RJ-LOAN-NUMBER           PIC X(10).
009800     05 RJ-STATUS                PIC X(02).
009900     05 RJ-REASON                PIC X(30).
010000     05 RJ-RECORD-IMAGE          PIC X(400).
010100
010200 WORKING-STORAGE SECTION.
010300 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
