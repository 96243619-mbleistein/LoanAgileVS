002006*               LOANPARM business date instead of the machine   *
002007*               date, matching LOANBATCH so a point-in-time     *
002008*               rebuild cuts off at a cycle.                    *
002009*  2026-09-18  LSG  Keying operator and approver added to the  *
002010*               journal record for LOANUPDT dual control;      *
002011*               written blank here.                            *
002100*--------------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
015200     05 JR-LOAN-NUMBER           PIC X(10).
015300     05 JR-BEFORE-IMAGE          PIC X(223).
015400     05 JR-AFTER-IMAGE           PIC X(223).
015401     05 JR-OPERATOR-ID           PIC X(08).
015402     05 JR-APPROVER-ID           PIC X(08).
015500
015600*--------------------------------------------------------------*
015700* LOANARCRP - PRINTED PURGE REGISTER                           *
037600     MOVE LM-LOAN-NUMBER  TO JR-LOAN-NUMBER
037700     MOVE LOANMAST-RECORD TO JR-BEFORE-IMAGE
037800     MOVE SPACES          TO JR-AFTER-IMAGE
037801     MOVE SPACES          TO JR-OPERATOR-ID
037802     MOVE SPACES          TO JR-APPROVER-ID
037900     WRITE LOANJRNL-RECORD.
038000
038100 2200-WRITE-JOURNAL-EXIT.
