001600*               to a name and address can be proven to audit.  *
001700*               Until now the customer file was edited outside *
001800*               the system with no register and no edits.      *
001801*  2026-09-22  LSG  Servicemember active-duty flag, service    *
001802*               start and end dates, tax id and birth date     *
001803*               added to the transaction and customer record,  *
001804*               with edits on the dates, and a service line on *
001805*               the register under the image of a              *
001806*               servicemember.                                 *
001807*  2026-09-30  LSG  Email address and paper or electronic      *
001808*               delivery preference added to the transaction   *
001809*               and customer record. Electronic delivery       *
001810*               requires an email address, an address given is *
001811*               edited for form, a blank preference is stored  *
001812*               as paper, and a delivery line prints on the    *
001813*               register.                                      *
001814*  2026-10-05  LSG  Reject image widened to 400 bytes for the  *
001815*               boarding transfer detail.                      *
001900*--------------------------------------------------------------*
002000
002100 ENVIRONMENT DIVISION.
006000     05 CT-STATE                 PIC X(02).
006100     05 CT-ZIP                   PIC X(09).
006200     05 CT-PHONE                 PIC X(15).
006201     05 CT-ACTIVE-DUTY-FLAG      PIC X(01).
006202         88 CT-ACTIVE-DUTY                      VALUE "Y".
006203         88 CT-DUTY-FLAG-VALID                  VALUE " " "Y" "N".
006204     05 CT-SERVICE-START-DATE    PIC 9(08).
006205     05 CT-SERVICE-END-DATE      PIC 9(08).
006206     05 CT-TAX-ID                PIC X(09).
006207     05 CT-BIRTH-DATE            PIC 9(08).
006208     05 CT-EMAIL-ADDRESS         PIC X(40).
006209     05 CT-DELIVERY-PREF         PIC X(01).
006210         88 CT-DELIVER-ELECTRONIC               VALUE "E".
006211         88 CT-DELIVERY-PREF-VALID              VALUE " " "P" "E".
006300
006400*--------------------------------------------------------------*
006500* LOANCUST - CUSTOMER MASTER, KEYED ON CU-CUSTOMER-ID          *
007500     05 CU-STATE                 PIC X(02).
007600     05 CU-ZIP                   PIC X(09).
007700     05 CU-PHONE                 PIC X(15).
007701     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
007702         88 CU-ACTIVE-DUTY                      VALUE "Y".
007703     05 CU-SERVICE-START-DATE    PIC 9(08).
007704     05 CU-SERVICE-END-DATE      PIC 9(08).
007705     05 CU-TAX-ID                PIC X(09).
007706     05 CU-BIRTH-DATE            PIC 9(08).
007707     05 CU-EMAIL-ADDRESS         PIC X(40).
007708     05 CU-DELIVERY-PREF         PIC X(01).
007709         88 CU-DELIVER-PAPER                    VALUE " " "P".
007710         88 CU-DELIVER-ELECTRONIC               VALUE "E".
007800
007900*--------------------------------------------------------------*
008000* LOANCURT - PRINTED UPDATE REGISTER, BEFORE/AFTER IMAGES      *
009400     05 RJ-LOAN-NUMBER           PIC X(10).
009500     05 RJ-STATUS                PIC X(02).
009600     05 RJ-REASON                PIC X(30).
009700     05 RJ-RECORD-IMAGE          PIC X(400).
009800
009900 WORKING-STORAGE SECTION.
010000 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
011000 77  WS-REJECT-REASON            PIC X(30)      VALUE SPACES.
011100 77  WS-REJECT-SW                PIC X(01)      VALUE "N".
011200     88 TRAN-REJECTED                            VALUE "Y".
011201 77  WS-AT-SIGN-COUNT            PIC 9(03)      COMP   VALUE ZERO.
011202 77  WS-EMAIL-SPACE-COUNT        PIC 9(03)      COMP   VALUE ZERO.
011300
011400 01  WS-REGISTER-HEADING-1.
011500     05 FILLER              PIC X(26)  VALUE
014100     05 WI-STATE                 PIC X(02).
014200     05 FILLER                   PIC X(01)      VALUE SPACE.
014300     05 WI-ZIP                   PIC X(09).
014301
014302 01  WS-SERVICE-LINE.
014303     05 FILLER                   PIC X(09)      VALUE SPACES.
014304     05 FILLER                   PIC X(13)      VALUE
014305         "ACTIVE DUTY: ".
014306     05 WV-DUTY-FLAG             PIC X(01).
014307     05 FILLER                   PIC X(10)      VALUE
014308         "  SERVICE ".
014309     05 WV-START-DATE            PIC 9(08).
014310     05 FILLER                   PIC X(03)      VALUE " - ".
014311     05 WV-END-DATE              PIC 9(08).
014312
014313 01  WS-DELIVERY-LINE.
014314     05 FILLER                   PIC X(09)      VALUE SPACES.
014315     05 FILLER                   PIC X(10)      VALUE
014316         "DELIVERY: ".
014317     05 WE-DELIVERY-PREF         PIC X(01).
014318     05 FILLER                   PIC X(09)      VALUE
014319         "  EMAIL: ".
014320     05 WE-EMAIL-ADDRESS         PIC X(40).
014400
014500 01  WS-TOTAL-LINE.
014600     05 WX-LABEL                 PIC X(24).
022800* 2100-EDIT-TRANSACTION - REJECT A TRANSACTION BEFORE IT       *
022900*    TOUCHES THE CUSTOMER MASTER. AN ADD OR CHANGE MUST CARRY  *
023000*    AT LEAST A NAME AND A MAILING ADDRESS - 1098S AND         *
023001*    STATEMENTS PRINT STRAIGHT FROM THESE FIELDS. THE          *
023002*    SERVICEMEMBER DATES DRIVE THE SCRA RATE CAP IN LOANBATCH, *
023003*    SO THEY MUST BE NUMERIC AND RUN FORWARD, AND AN ACTIVE-   *
023004*    DUTY BORROWER MUST CARRY THE DATE SERVICE BEGAN (AN END   *
023005*    DATE OF ZERO MEANS STILL SERVING). A BORROWER ELECTING    *
023006*    ELECTRONIC DELIVERY MUST CARRY AN EMAIL ADDRESS, AND ANY  *
023007*    ADDRESS GIVEN MUST HOLD ONE @ AND NO EMBEDDED SPACE.      *
023200*--------------------------------------------------------------*
023300 2100-EDIT-TRANSACTION.
023301     MOVE ZERO TO WS-AT-SIGN-COUNT
023302     MOVE ZERO TO WS-EMAIL-SPACE-COUNT
023303     INSPECT CT-EMAIL-ADDRESS TALLYING WS-AT-SIGN-COUNT
023304         FOR ALL "@"
023305     INSPECT CT-EMAIL-ADDRESS TALLYING WS-EMAIL-SPACE-COUNT
023306         FOR ALL SPACES BEFORE INITIAL "@"
023400     EVALUATE TRUE
023500         WHEN CT-CUSTOMER-ID = SPACES
023600             MOVE "CUSTOMER ID MISSING"      TO WS-REJECT-REASON
024600             MOVE "CITY MISSING"             TO WS-REJECT-REASON
024700         WHEN CT-STATE = SPACES
024800             MOVE "STATE MISSING"            TO WS-REJECT-REASON
024801         WHEN NOT CT-DUTY-FLAG-VALID
024802             MOVE "ACTIVE-DUTY FLAG NOT Y OR N"
024803                                             TO WS-REJECT-REASON
024804         WHEN CT-SERVICE-START-DATE NOT NUMERIC
024805             MOVE "SERVICE START DATE NOT NUMERIC"
024806                                             TO WS-REJECT-REASON
024807         WHEN CT-SERVICE-END-DATE NOT NUMERIC
024808             MOVE "SERVICE END DATE NOT NUMERIC"
024809                                             TO WS-REJECT-REASON
024810         WHEN CT-SERVICE-END-DATE NOT = ZERO
024811                 AND CT-SERVICE-END-DATE < CT-SERVICE-START-DATE
024812             MOVE "SERVICE END BEFORE START" TO WS-REJECT-REASON
024813         WHEN CT-ACTIVE-DUTY AND CT-SERVICE-START-DATE = ZERO
024814             MOVE "ACTIVE DUTY, NO SERVICE START"
024815                                             TO WS-REJECT-REASON
024816         WHEN CT-BIRTH-DATE NOT NUMERIC
024817             MOVE "BIRTH DATE NOT NUMERIC"   TO WS-REJECT-REASON
024818         WHEN NOT CT-DELIVERY-PREF-VALID
024819             MOVE "DELIVERY PREFERENCE NOT P OR E"
024820                                             TO WS-REJECT-REASON
024821         WHEN CT-DELIVER-ELECTRONIC AND CT-EMAIL-ADDRESS = SPACES
024822             MOVE "E-DELIVERY, NO EMAIL ADDRESS"
024823                                             TO WS-REJECT-REASON
024824         WHEN CT-EMAIL-ADDRESS NOT = SPACES
024825                 AND (WS-AT-SIGN-COUNT NOT = 1
024826                      OR WS-EMAIL-SPACE-COUNT NOT = ZERO
024827                      OR CT-EMAIL-ADDRESS(1:1) = "@")
024828             MOVE "EMAIL ADDRESS NOT VALID"  TO WS-REJECT-REASON
024900     END-EVALUATE
025000     IF WS-REJECT-REASON NOT = SPACES
025100         MOVE "Y" TO WS-REJECT-SW
034700     MOVE CT-CITY                TO CU-CITY
034800     MOVE CT-STATE               TO CU-STATE
034900     MOVE CT-ZIP                 TO CU-ZIP
034901     MOVE CT-PHONE               TO CU-PHONE
034902     IF CT-ACTIVE-DUTY-FLAG = SPACE
034903         MOVE "N"                TO CU-ACTIVE-DUTY-FLAG
034904     ELSE
034905         MOVE CT-ACTIVE-DUTY-FLAG TO CU-ACTIVE-DUTY-FLAG
034906     END-IF
034907     MOVE CT-SERVICE-START-DATE  TO CU-SERVICE-START-DATE
034908     MOVE CT-SERVICE-END-DATE    TO CU-SERVICE-END-DATE
034909     MOVE CT-TAX-ID              TO CU-TAX-ID
034910     MOVE CT-BIRTH-DATE          TO CU-BIRTH-DATE
034911     MOVE CT-EMAIL-ADDRESS       TO CU-EMAIL-ADDRESS
034912     IF CT-DELIVERY-PREF = SPACE
034913         MOVE "P"                TO CU-DELIVERY-PREF
034914     ELSE
034915         MOVE CT-DELIVERY-PREF   TO CU-DELIVERY-PREF
034916     END-IF.
035100
035200 2500-BUILD-CUSTOMER-EXIT.
035300     EXIT.
035400
035500*--------------------------------------------------------------*
035600* 2600-PRINT-IMAGE - ONE BEFORE OR AFTER IMAGE LINE FROM THE   *
035601*    CUSTOMER RECORD AREA AS IT STANDS RIGHT NOW, WITH A       *
035602*    SERVICE LINE UNDER IT FOR A SERVICEMEMBER AND A DELIVERY  *
035603*    LINE FOR A BORROWER WITH AN EMAIL ADDRESS OR ELECTRONIC   *
035604*    DELIVERY                                                  *
035800*--------------------------------------------------------------*
035900 2600-PRINT-IMAGE.
036000     MOVE CU-NAME                TO WI-NAME
036100     MOVE CU-CITY                TO WI-CITY
036200     MOVE CU-STATE               TO WI-STATE
036300     MOVE CU-ZIP                 TO WI-ZIP
036301     WRITE PRINT-LINE FROM WS-IMAGE-LINE
036302     IF CU-ACTIVE-DUTY OR CU-SERVICE-START-DATE NOT = ZERO
036303         MOVE CU-ACTIVE-DUTY-FLAG    TO WV-DUTY-FLAG
036304         MOVE CU-SERVICE-START-DATE  TO WV-START-DATE
036305         MOVE CU-SERVICE-END-DATE    TO WV-END-DATE
036306         WRITE PRINT-LINE FROM WS-SERVICE-LINE
036307     END-IF
036308     IF CU-DELIVER-ELECTRONIC OR CU-EMAIL-ADDRESS NOT = SPACES
036309         MOVE CU-DELIVERY-PREF       TO WE-DELIVERY-PREF
036310         MOVE CU-EMAIL-ADDRESS       TO WE-EMAIL-ADDRESS
036311         WRITE PRINT-LINE FROM WS-DELIVERY-LINE
036312     END-IF.
036500
036600 2600-PRINT-IMAGE-EXIT.
036700     EXIT.
