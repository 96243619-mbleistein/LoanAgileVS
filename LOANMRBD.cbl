001600*               record. The rebuilt file is written under its  *
001700*               own name so it can be proven against reports   *
001800*               before it replaces a corrupted master.         *
001801*  2026-09-18  LSG  Keying operator and approver added to the  *
001802*               journal record layout for LOANUPDT dual        *
001803*               control.                                       *
001900*--------------------------------------------------------------*
002000
002100 ENVIRONMENT DIVISION.
007700     05 JR-LOAN-NUMBER           PIC X(10).
007800     05 JR-BEFORE-IMAGE          PIC X(223).
007900     05 JR-AFTER-IMAGE           PIC X(223).
007901     05 JR-OPERATOR-ID           PIC X(08).
007902     05 JR-APPROVER-ID           PIC X(08).
008000
008100*--------------------------------------------------------------*
008200* LOANMASTN - THE REBUILT MASTER, SAME RECORD AS LOANMAST      *
