000440*                      HOLDER NAMED ON ITS CONSOLE; A STALE
000450*                      CLAIM FROM A CRASHED RUN IS INSPECTED
000460*                      AND RELEASED WITH CMLOCKOP.
000462*    10/15/2026  JF   JOURNAL IMAGES WIDENED TO THE 300-BYTE
000464*                      MASTER LAYOUT (SOURCE-PROVIDER STAMPS).
000466*    10/15/2026  JF   A FILLED-IN EMAIL BRINGS ITS
000468*                      DELIVERABILITY WITH IT.
000469*    10/15/2026  JF   FILLED-IN FIELDS KEEP THEIR SOURCE STAMP.
000470*--------------------------------------------------------------*
000480
000490 ENVIRONMENT DIVISION.
001720
001730 01  WS-JRN-ACTION             PIC X(07) VALUE SPACES.
001740 01  WS-JRN-CUSTOMER-ID        PIC 9(05) VALUE ZERO.
001750 01  WS-JRN-BEFORE-IMAGE       PIC X(300) VALUE SPACES.
001760 01  WS-JRN-AFTER-IMAGE        PIC X(300) VALUE SPACES.
001770
001780 01  WS-DISPOSITIONS-READ      PIC 9(07) COMP VALUE ZERO.
001790 01  WS-MERGES-DONE            PIC 9(07) COMP VALUE ZERO.
004920*    COPIES EACH NON-BLANK RETIRED FIELD INTO THE SURVIVOR
004930*    WHERE THE SURVIVOR'S FIELD IS BLANK.  A FIELD THE SURVIVOR
004940*    ALREADY CARRIES IS NEVER OVERWRITTEN - THE SURVIVOR IS THE
004946*    SYSTEM OF RECORD; THE RETIRED RECORD ONLY FILLS GAPS.  A
004952*    FILLED-IN EMAIL BRINGS ITS DELIVERABILITY WITH IT.
004954*    EVERY FIELD FILLED IN CARRIES THE RETIRED RECORD'S
004956*    SOURCE STAMP FOR ITS GROUP ALONG WITH IT.
004960*----------------------------------------------------------------
004970 2220-FOLD-RETIRED-FIELDS.
004980     IF CM-FIRST-NAME = SPACES AND RT-FIRST-NAME NOT = SPACES
004990         MOVE RT-FIRST-NAME  TO CM-FIRST-NAME
004995         MOVE RT-NAME-SOURCE    TO CM-NAME-SOURCE
005000     END-IF
005010     IF CM-MIDDLE-NAME = SPACES AND RT-MIDDLE-NAME NOT = SPACES
005020         MOVE RT-MIDDLE-NAME TO CM-MIDDLE-NAME
005025         MOVE RT-NAME-SOURCE    TO CM-NAME-SOURCE
005030     END-IF
005040     IF CM-LAST-NAME = SPACES AND RT-LAST-NAME NOT = SPACES
005050         MOVE RT-LAST-NAME   TO CM-LAST-NAME
005055         MOVE RT-NAME-SOURCE    TO CM-NAME-SOURCE
005060     END-IF
005070     IF CM-SUFFIX = SPACES AND RT-SUFFIX NOT = SPACES
005080         MOVE RT-SUFFIX      TO CM-SUFFIX
005085         MOVE RT-NAME-SOURCE    TO CM-NAME-SOURCE
005090     END-IF
005100     IF CM-EMAIL = SPACES AND RT-EMAIL NOT = SPACES
005110         MOVE RT-EMAIL       TO CM-EMAIL
005115         MOVE RT-EMAIL-DELIVERABILITY TO CM-EMAIL-DELIVERABILITY
005117         MOVE RT-EMAIL-SOURCE   TO CM-EMAIL-SOURCE
005120     END-IF
005130     IF CM-PHONE = SPACES AND RT-PHONE NOT = SPACES
005140         MOVE RT-PHONE       TO CM-PHONE
005145         MOVE RT-PHONE-SOURCE   TO CM-PHONE-SOURCE
005150     END-IF
005160     IF CM-ADDR-LINE-1 = SPACES AND RT-ADDR-LINE-1 NOT = SPACES
005170         MOVE RT-ADDR-LINE-1 TO CM-ADDR-LINE-1
005175         MOVE RT-ADDRESS-SOURCE TO CM-ADDRESS-SOURCE
005180     END-IF
005190     IF CM-ADDR-LINE-2 = SPACES AND RT-ADDR-LINE-2 NOT = SPACES
005200         MOVE RT-ADDR-LINE-2 TO CM-ADDR-LINE-2
005205         MOVE RT-ADDRESS-SOURCE TO CM-ADDRESS-SOURCE
005210     END-IF
005220     IF CM-CITY = SPACES AND RT-CITY NOT = SPACES
005230         MOVE RT-CITY        TO CM-CITY
005235         MOVE RT-ADDRESS-SOURCE TO CM-ADDRESS-SOURCE
005240     END-IF
005250     IF CM-POSTAL-CODE = SPACES AND RT-POSTAL-CODE NOT = SPACES
005260         MOVE RT-POSTAL-CODE TO CM-POSTAL-CODE
005265         MOVE RT-ADDRESS-SOURCE TO CM-ADDRESS-SOURCE
005270     END-IF.
005280
005290*----------------------------------------------------------------
