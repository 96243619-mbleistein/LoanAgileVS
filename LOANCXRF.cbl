001400*               name 1098s and statements. Any orphan ends the *
001500*               step with a non-zero return code so the        *
001600*               scheduler can flag the night.                  *
001601*  2026-09-22  LSG  Servicemember active-duty flag, service    *
001602*               dates, tax id and birth date appended to the   *
001603*               customer record layout.                        *
001604*  2026-09-30  LSG  Email address and paper or electronic      *
001605*               delivery preference appended to the customer   *
001606*               record layout.                                 *
001700*--------------------------------------------------------------*
001800
001900 ENVIRONMENT DIVISION.
006100     05 CU-STATE                 PIC X(02).
006200     05 CU-ZIP                   PIC X(09).
006300     05 CU-PHONE                 PIC X(15).
006301     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
006302         88 CU-ACTIVE-DUTY                      VALUE "Y".
006303     05 CU-SERVICE-START-DATE    PIC 9(08).
006304     05 CU-SERVICE-END-DATE      PIC 9(08).
006305     05 CU-TAX-ID                PIC X(09).
006306     05 CU-BIRTH-DATE            PIC 9(08).
006307     05 CU-EMAIL-ADDRESS         PIC X(40).
006308     05 CU-DELIVERY-PREF         PIC X(01).
006309         88 CU-DELIVER-PAPER                    VALUE " " "P".
006310         88 CU-DELIVER-ELECTRONIC               VALUE "E".
006400
006500*--------------------------------------------------------------*
006600* LOANCXRP - PRINTED ORPHAN REPORT                             *
