000380*                      STATUS CUSTOMER - BLANK BEFORE IMAGE,
000390*                      SHORT LINE - NO LONGER PRINTS A
000400*                      SHIFTED DIFF.
000401*    10/15/2026  JF   IMAGES WIDENED TO THE 300-BYTE MASTER
000402*                      LAYOUT.  THE HEADLINE NAMES THE FEED THAT
000403*                      SET THE RECORD AND EACH FIELD LINE THE
000404*                      FEED CREDITED WITH THAT FIELD'S GROUP.
000405*                      RECORDS OF THE 212-BYTE IMAGE LAYOUT
000406*                      (498 BYTES) ARE RECOGNIZED AND REMAPPED
000407*                      THE SAME WAY AS THE 187-BYTE ONES.
000408*    10/15/2026  JF   REPORTS EMAIL STATUS AND BOUNCE COUNT
000409*                      CHANGES.
000410*--------------------------------------------------------------*
000420
000430 ENVIRONMENT DIVISION.
000690     05  CAT-RECORD-COUNT      PIC 9(07).
000700
000710 FD  ARCHIVE-FILE
000720     RECORD IS VARYING IN SIZE FROM 1 TO 674
000730         DEPENDING ON WS-ARC-REC-LEN.
000740     COPY CMJRNL REPLACING LEADING ==JOURNAL== BY ==ARCHIVE==
000750                           LEADING ==JRN== BY ==ARC==.
000760
000770 FD  JOURNAL-FILE
000780     RECORD IS VARYING IN SIZE FROM 1 TO 674
000790         DEPENDING ON WS-JRN-REC-LEN.
000800     COPY CMJRNL.
000810
001100     05  WS-OLD-BEFORE-IMAGE   PIC X(187).
001110     05  FILLER                PIC X(01).
001120     05  WS-OLD-AFTER-IMAGE    PIC X(187).
001121
001122*    THE IMAGE AREAS OF A JOURNAL RECORD WRITTEN BEFORE THE
001123*    300-BYTE MASTER LAYOUT: 212-BYTE IMAGES, 498 BYTES IN ALL.
001124 01  WS-V212-JRNL-RECORD.
001125     05  FILLER                PIC X(73).
001126     05  WS-V212-BEFORE-IMAGE  PIC X(212).
001127     05  FILLER                PIC X(01).
001128     05  WS-V212-AFTER-IMAGE   PIC X(212).
001130
001140     COPY CMJRNL REPLACING LEADING ==JOURNAL== BY ==WORK==
001150                           LEADING ==JRN== BY ==WJ==.
001230 01  WS-FIELD-TAG              PIC X(11) VALUE SPACES.
001240 01  WS-BEFORE-VALUE           PIC X(30) VALUE SPACES.
001250 01  WS-AFTER-VALUE            PIC X(30) VALUE SPACES.
001253 01  WS-FIELD-SOURCE           PIC X(08) VALUE SPACES.
001256 01  WS-CHANGE-PROVIDER        PIC X(08) VALUE SPACES.
001260
001270 01  WS-RECORDS-SCANNED        PIC 9(07) COMP VALUE ZERO.
001280 01  WS-CHANGES-FOUND          PIC 9(07) COMP VALUE ZERO.
003320*    REMAPPED INTO THE CURRENT FIELDS; THE NEW STATUS/DATE
003330*    BYTES ARRIVE AS SPACES.  (SAME RULE AS CMRECOVR'S
003340*    2020-CONVERT-OLD-RECORD.)
003341*
003342*    RECORDS WRITTEN BEFORE THE MASTER GREW ITS SOURCE-
003343*    PROVIDER STAMPS CARRY 212-BYTE IMAGES AND RUN 498 BYTES.
003344*    THE SAME THREE MARKS APPLY ONE LAYOUT ON: A LENGTH OF AT
003345*    MOST 498, THE IMAGE SEPARATOR AT BYTE 286, AND A NON-
003346*    BLANK BYTE 287.  IN A CURRENT RECORD BYTES 286-287 ARE
003347*    THE FIRST TWO BYTES OF THE BEFORE IMAGE'S
003348*    CM-SOURCE-PROVIDER, LEFT-JUSTIFIED, SO A SPACE AT 286
003349*    MEANS A SPACE AT 287 AS WELL.  THE STAMPS ARRIVE AS
003350*    SPACES.
003355*----------------------------------------------------------------
003360 3900-CONVERT-OLD-RECORD.
003370     IF WS-CURR-REC-LEN <= 448
003380         AND WORK-RECORD (261:1) = SPACE
003410         MOVE WORK-RECORD         TO WS-OLD-JRNL-RECORD
003420         MOVE WS-OLD-BEFORE-IMAGE TO WJ-BEFORE-IMAGE
003430         MOVE WS-OLD-AFTER-IMAGE  TO WJ-AFTER-IMAGE
003431     ELSE
003432         IF WS-CURR-REC-LEN <= 498
003433             AND WORK-RECORD (286:1) = SPACE
003434             AND WORK-RECORD (287:1) NOT = SPACE
003435             ADD 1 TO WS-OLD-RECS-CONVERTED
003436             MOVE WORK-RECORD          TO WS-V212-JRNL-RECORD
003437             MOVE WS-V212-BEFORE-IMAGE TO WJ-BEFORE-IMAGE
003438             MOVE WS-V212-AFTER-IMAGE  TO WJ-AFTER-IMAGE
003439         END-IF
003440     END-IF.
003450
003460*----------------------------------------------------------------
003470*    4000-REPORT-ONE-CHANGE
003480*    PRINTS ONE JOURNAL RECORD'S HEADLINE (DATE, PROGRAM,
003490*    ACTION, SOURCE) AND THEN EVERY FIELD WHOSE BEFORE AND
003500*    AFTER IMAGES DISAGREE.  THE HEADLINE ALSO NAMES THE FEED
003503*    THAT SET THE RECORD (THE AFTER IMAGE'S SOURCE PROVIDER,
003506*    OR THE BEFORE IMAGE'S FOR A DELETE) WHEN IT IS STAMPED.
003510*----------------------------------------------------------------
003520 4000-REPORT-ONE-CHANGE.
003530     ADD 1 TO WS-CHANGES-FOUND
003531     MOVE WJ-BEFORE-IMAGE TO BEFORE-MASTER-RECORD
003532     MOVE WJ-AFTER-IMAGE  TO AFTER-MASTER-RECORD
003533     IF AFTER-MASTER-RECORD = SPACES
003534         MOVE JB-SOURCE-PROVIDER TO WS-CHANGE-PROVIDER
003535     ELSE
003536         MOVE JA-SOURCE-PROVIDER TO WS-CHANGE-PROVIDER
003537     END-IF
003540     MOVE SPACES TO HISTORY-REPORT-RECORD
003545     IF WS-CHANGE-PROVIDER = SPACES
003550         STRING WJ-RUN-DATE
003560                "  " WJ-PROGRAM
003570                " "  WJ-ACTION
003580                "  " WJ-SOURCE-DSN
003590             DELIMITED BY SIZE
003600             INTO HISTORY-REPORT-RECORD
003610         END-STRING
003611     ELSE
003612         STRING WJ-RUN-DATE
003613                "  " WJ-PROGRAM
003614                " "  WJ-ACTION
003615                "  " WJ-SOURCE-DSN
003616                "  FEED " WS-CHANGE-PROVIDER
003617             DELIMITED BY SIZE
003618             INTO HISTORY-REPORT-RECORD
003619         END-STRING
003620     END-IF
003625     WRITE HISTORY-REPORT-RECORD
003630
003660     PERFORM 4100-COMPARE-IMAGES.
003670
003680*----------------------------------------------------------------
003690*    4100-COMPARE-IMAGES
003700*    ONE LINE PER FIELD THAT CHANGED.  A WRITE (BEFORE IMAGE
003710*    SPACES) OR A DELETE (AFTER IMAGE SPACES) SIMPLY SHOWS
003720*    EVERY NON-BLANK FIELD ARRIVING OR LEAVING.  EACH LINE
003722*    ENDS WITH THE FEED THE AFTER IMAGE CREDITS WITH THE
003724*    FIELD'S GROUP (NAME, EMAIL, PHONE, ADDRESS); STATUS,
003726*    CLOSE DATE AND THE EMAIL DELIVERABILITY CARRY THE
003728*    RECORD'S SOURCE PROVIDER.
003730*----------------------------------------------------------------
003740 4100-COMPARE-IMAGES.
003750     IF JB-FIRST-NAME NOT = JA-FIRST-NAME
003760         MOVE 'FIRST NAME '     TO WS-FIELD-TAG
003770         MOVE JB-FIRST-NAME     TO WS-BEFORE-VALUE
003780         MOVE JA-FIRST-NAME     TO WS-AFTER-VALUE
003785         MOVE JA-NAME-SOURCE     TO WS-FIELD-SOURCE
003790         PERFORM 4110-WRITE-FIELD-DIFF
003800     END-IF
003810     IF JB-MIDDLE-NAME NOT = JA-MIDDLE-NAME
003820         MOVE 'MIDDLE NAME'     TO WS-FIELD-TAG
003830         MOVE JB-MIDDLE-NAME    TO WS-BEFORE-VALUE
003840         MOVE JA-MIDDLE-NAME    TO WS-AFTER-VALUE
003845         MOVE JA-NAME-SOURCE     TO WS-FIELD-SOURCE
003850         PERFORM 4110-WRITE-FIELD-DIFF
003860     END-IF
003870     IF JB-LAST-NAME NOT = JA-LAST-NAME
003880         MOVE 'LAST NAME  '     TO WS-FIELD-TAG
003890         MOVE JB-LAST-NAME      TO WS-BEFORE-VALUE
003900         MOVE JA-LAST-NAME      TO WS-AFTER-VALUE
003905         MOVE JA-NAME-SOURCE     TO WS-FIELD-SOURCE
003910         PERFORM 4110-WRITE-FIELD-DIFF
003920     END-IF
003930     IF JB-SUFFIX NOT = JA-SUFFIX
003940         MOVE 'SUFFIX     '     TO WS-FIELD-TAG
003950         MOVE JB-SUFFIX         TO WS-BEFORE-VALUE
003960         MOVE JA-SUFFIX         TO WS-AFTER-VALUE
003965         MOVE JA-NAME-SOURCE     TO WS-FIELD-SOURCE
003970         PERFORM 4110-WRITE-FIELD-DIFF
003980     END-IF
003990     IF JB-EMAIL NOT = JA-EMAIL
004000         MOVE 'EMAIL      '     TO WS-FIELD-TAG
004010         MOVE JB-EMAIL          TO WS-BEFORE-VALUE
004020         MOVE JA-EMAIL          TO WS-AFTER-VALUE
004025         MOVE JA-EMAIL-SOURCE    TO WS-FIELD-SOURCE
004030         PERFORM 4110-WRITE-FIELD-DIFF
004040     END-IF
004050     IF JB-PHONE NOT = JA-PHONE
004060         MOVE 'PHONE      '     TO WS-FIELD-TAG
004070         MOVE JB-PHONE          TO WS-BEFORE-VALUE
004080         MOVE JA-PHONE          TO WS-AFTER-VALUE
004085         MOVE JA-PHONE-SOURCE    TO WS-FIELD-SOURCE
004090         PERFORM 4110-WRITE-FIELD-DIFF
004100     END-IF
004110     IF JB-ADDR-LINE-1 NOT = JA-ADDR-LINE-1
004120         MOVE 'ADDRESS 1  '     TO WS-FIELD-TAG
004130         MOVE JB-ADDR-LINE-1    TO WS-BEFORE-VALUE
004140         MOVE JA-ADDR-LINE-1    TO WS-AFTER-VALUE
004145         MOVE JA-ADDRESS-SOURCE  TO WS-FIELD-SOURCE
004150         PERFORM 4110-WRITE-FIELD-DIFF
004160     END-IF
004170     IF JB-ADDR-LINE-2 NOT = JA-ADDR-LINE-2
004180         MOVE 'ADDRESS 2  '     TO WS-FIELD-TAG
004190         MOVE JB-ADDR-LINE-2    TO WS-BEFORE-VALUE
004200         MOVE JA-ADDR-LINE-2    TO WS-AFTER-VALUE
004205         MOVE JA-ADDRESS-SOURCE  TO WS-FIELD-SOURCE
004210         PERFORM 4110-WRITE-FIELD-DIFF
004220     END-IF
004230     IF JB-CITY NOT = JA-CITY
004240         MOVE 'CITY       '     TO WS-FIELD-TAG
004250         MOVE JB-CITY           TO WS-BEFORE-VALUE
004260         MOVE JA-CITY           TO WS-AFTER-VALUE
004265         MOVE JA-ADDRESS-SOURCE  TO WS-FIELD-SOURCE
004270         PERFORM 4110-WRITE-FIELD-DIFF
004280     END-IF
004290     IF JB-POSTAL-CODE NOT = JA-POSTAL-CODE
004300         MOVE 'POSTAL CODE'     TO WS-FIELD-TAG
004310         MOVE JB-POSTAL-CODE    TO WS-BEFORE-VALUE
004320         MOVE JA-POSTAL-CODE    TO WS-AFTER-VALUE
004321         MOVE JA-ADDRESS-SOURCE  TO WS-FIELD-SOURCE
004322         PERFORM 4110-WRITE-FIELD-DIFF
004323     END-IF
004324     IF JB-EMAIL-STATUS NOT = JA-EMAIL-STATUS
004325         MOVE 'EMAIL STAT '     TO WS-FIELD-TAG
004326         MOVE JB-EMAIL-STATUS   TO WS-BEFORE-VALUE
004327         MOVE JA-EMAIL-STATUS   TO WS-AFTER-VALUE
004328         MOVE JA-SOURCE-PROVIDER TO WS-FIELD-SOURCE
004329         PERFORM 4110-WRITE-FIELD-DIFF
004330     END-IF
004331     IF JB-EMAIL-DELIVERABILITY (2:3)
004332         NOT = JA-EMAIL-DELIVERABILITY (2:3)
004333         MOVE 'BOUNCES    '     TO WS-FIELD-TAG
004334         MOVE JB-EMAIL-DELIVERABILITY (2:3) TO WS-BEFORE-VALUE
004335         MOVE JA-EMAIL-DELIVERABILITY (2:3) TO WS-AFTER-VALUE
004336         MOVE JA-SOURCE-PROVIDER TO WS-FIELD-SOURCE
004338         PERFORM 4110-WRITE-FIELD-DIFF
004340     END-IF
004350     IF JB-STATUS NOT = JA-STATUS
004360         MOVE 'STATUS     '     TO WS-FIELD-TAG
004370         MOVE JB-STATUS         TO WS-BEFORE-VALUE
004380         MOVE JA-STATUS         TO WS-AFTER-VALUE
004385         MOVE JA-SOURCE-PROVIDER TO WS-FIELD-SOURCE
004390         PERFORM 4110-WRITE-FIELD-DIFF
004400     END-IF
004410     IF JB-CLOSE-DATE NOT = JA-CLOSE-DATE
004420         MOVE 'CLOSE DATE '     TO WS-FIELD-TAG
004430         MOVE JB-CLOSE-DATE     TO WS-BEFORE-VALUE
004440         MOVE JA-CLOSE-DATE     TO WS-AFTER-VALUE
004445         MOVE JA-SOURCE-PROVIDER TO WS-FIELD-SOURCE
004450         PERFORM 4110-WRITE-FIELD-DIFF
004460     END-IF.
004470
004510     STRING "    " WS-FIELD-TAG
004520            " <" WS-BEFORE-VALUE
004530            "> -> <" WS-AFTER-VALUE ">"
004535            "  " WS-FIELD-SOURCE
004540         DELIMITED BY SIZE
004550         INTO HISTORY-REPORT-RECORD
004560     END-STRING
