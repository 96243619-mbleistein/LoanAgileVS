001623*               transactions split to RSUBCOLL.                  *
001624*  2026-09-02  LSG  Reject image widened for the                *
001625*               master buydown step fields.                     *
001626*  2026-10-05  LSG  Reject image widened to 400 bytes for the  *
001627*               boarding transfer detail; customer, payee and  *
001628*               collateral resubmit records widened to the     *
001629*               current transaction layouts.                   *
001630*  2026-10-05  LSG  Rejected LOANBORD transfer details split   *
001631*               to RSUBXFER, LOANQWUP case transactions to     *
001632*               RSUBQWTR and LOANBKUP bankruptcy events to     *
001633*               RSUBBKTR.                                      *
001700*--------------------------------------------------------------*
001800
001900 ENVIRONMENT DIVISION.
003580         ORGANIZATION IS SEQUENTIAL.
003581     SELECT RSUBCOLL ASSIGN TO "RSUBCOLL"
003582         ORGANIZATION IS SEQUENTIAL.
003583     SELECT RSUBXFER ASSIGN TO "RSUBXFER"
003584         ORGANIZATION IS SEQUENTIAL.
003585     SELECT RSUBQWTR ASSIGN TO "RSUBQWTR"
003586         ORGANIZATION IS SEQUENTIAL.
003587     SELECT RSUBBKTR ASSIGN TO "RSUBBKTR"
003588         ORGANIZATION IS SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
004700     05 RJ-LOAN-NUMBER           PIC X(10).
004800     05 RJ-STATUS                PIC X(02).
004900     05 RJ-REASON                PIC X(30).
005000     05 RJ-RECORD-IMAGE          PIC X(400).
005100
005200*--------------------------------------------------------------*
005300* RSUBMAST - LOANBATCH REJECTS IN LOANMAST-RECORD LAYOUT       *
007884*--------------------------------------------------------------*
007885 FD  RSUBCUST
007886     RECORDING MODE IS F.
007887 01  RSUBCUST-RECORD             PIC X(222).
007888
007889*--------------------------------------------------------------*
007891* RSUBINVM - LOANIUPD REJECTS IN LOANITRN-RECORD LAYOUT        *
007907*--------------------------------------------------------------*
007908 FD  RSUBPAYE
007909     RECORDING MODE IS F.
007911 01  RSUBPAYE-RECORD             PIC X(124).
007912
007913*--------------------------------------------------------------*
007914* RSUBCOLL - LOANCLUP REJECTS IN LOANCLTR-RECORD LAYOUT        *
007915*--------------------------------------------------------------*
007916 FD  RSUBCOLL
007917     RECORDING MODE IS F.
007918 01  RSUBCOLL-RECORD             PIC X(202).
007919
007920*--------------------------------------------------------------*
007921* RSUBXFER - LOANBORD REJECTS AS LOANXFER DETAIL RECORDS; THE *
007922*    REPAIR DESK PUTS A HEADER AND TRAILER AROUND THEM FOR THE *
007923*    BOARDING RERUN                                            *
007924*--------------------------------------------------------------*
007925 FD  RSUBXFER
007926     RECORDING MODE IS F.
007927 01  RSUBXFER-RECORD.
007928     05 RX-RECORD-TYPE           PIC X(01).
007929     05 RX-DETAIL-DATA           PIC X(400).
007930
007931*--------------------------------------------------------------*
007932* RSUBQWTR - LOANQWUP REJECTS IN LOANQWTR-RECORD LAYOUT        *
007933*--------------------------------------------------------------*
007934 FD  RSUBQWTR
007935     RECORDING MODE IS F.
007936 01  RSUBQWTR-RECORD             PIC X(80).
007937
007938*--------------------------------------------------------------*
007939* RSUBBKTR - LOANBKUP REJECTS IN LOANBKTR-RECORD LAYOUT        *
007940*--------------------------------------------------------------*
007941 FD  RSUBBKTR
007942     RECORDING MODE IS F.
007943 01  RSUBBKTR-RECORD             PIC X(42).
007944
008000 WORKING-STORAGE SECTION.
008100 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
008200     88 END-OF-LOANRJCT                          VALUE "Y".
008840 77  WS-LBX-COUNT                PIC 9(07)      COMP   VALUE ZERO.
008850 77  WS-PAYE-COUNT               PIC 9(07)      COMP   VALUE ZERO.
008860 77  WS-COLL-COUNT               PIC 9(07)      COMP   VALUE ZERO.
008870 77  WS-XFER-COUNT               PIC 9(07)      COMP   VALUE ZERO.
008880 77  WS-QWTR-COUNT               PIC 9(07)      COMP   VALUE ZERO.
008890 77  WS-BKTR-COUNT               PIC 9(07)      COMP   VALUE ZERO.
008900
009000 PROCEDURE DIVISION.
009100*--------------------------------------------------------------*
011440     OPEN OUTPUT RSUBLBX
011450     OPEN OUTPUT RSUBPAYE
011460     OPEN OUTPUT RSUBCOLL
011470     OPEN OUTPUT RSUBXFER
011480     OPEN OUTPUT RSUBQWTR
011490     OPEN OUTPUT RSUBBKTR
011500     READ LOANRJCT
011600         AT END MOVE "Y" TO WS-EOF-SW
011700     END-READ.
014104             MOVE RJ-RECORD-IMAGE TO RSUBCOLL-RECORD
014105             WRITE RSUBCOLL-RECORD
014106             ADD 1 TO WS-COLL-COUNT
014107         WHEN "LOANBORD"
014108             MOVE "D"             TO RX-RECORD-TYPE
014109             MOVE RJ-RECORD-IMAGE TO RX-DETAIL-DATA
014110             WRITE RSUBXFER-RECORD
014111             ADD 1 TO WS-XFER-COUNT
014112         WHEN "LOANQWUP"
014113             MOVE RJ-RECORD-IMAGE TO RSUBQWTR-RECORD
014114             WRITE RSUBQWTR-RECORD
014115             ADD 1 TO WS-QWTR-COUNT
014116         WHEN "LOANBKUP"
014117             MOVE RJ-RECORD-IMAGE TO RSUBBKTR-RECORD
014118             WRITE RSUBBKTR-RECORD
014119             ADD 1 TO WS-BKTR-COUNT
014120         WHEN OTHER
014200             DISPLAY "LOANRJRS: UNKNOWN PROGRAM " RJ-PROGRAM
014300                 " LOAN " RJ-LOAN-NUMBER
014400             ADD 1 TO WS-UNKNOWN-COUNT
016180     CLOSE RSUBLBX
016190     CLOSE RSUBPAYE
016191     CLOSE RSUBCOLL
016192     CLOSE RSUBXFER
016193     CLOSE RSUBQWTR
016194     CLOSE RSUBBKTR
016200     DISPLAY "LOANRJRS: MAST=" WS-MAST-COUNT
016300         " RPT=" WS-RPT-COUNT
016400         " CSV=" WS-CSV-COUNT
016580         " LBX=" WS-LBX-COUNT
016590         " PAYE=" WS-PAYE-COUNT
016591         " COLL=" WS-COLL-COUNT
016592         " XFER=" WS-XFER-COUNT
016593         " QWTR=" WS-QWTR-COUNT
016594         " BKTR=" WS-BKTR-COUNT
016600         " UNKNOWN=" WS-UNKNOWN-COUNT.
016700
016800 END PROGRAM LOANRJRS.
