000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CMOPERAD.
000030 AUTHOR.        J FOURNIER.
000040 INSTALLATION.  DATA MIGRATION SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*
000090*    CMOPERAD
000100*
000110*    ADMINISTRATOR'S TOOL FOR THE OPERATOR FILE (CMOPER.DAT,
000120*    CMOPER LAYOUT) THAT CUSTMNT SIGNS ITS OPERATORS ON
000130*    AGAINST.  EVERY CHANGE IS LOGGED TO THE SECURITY LOG
000140*    (SECVIOL.LOG, CMSECLOG LAYOUT) AS AN ADMIN EVENT.
000150*
000160*      CMOPERAD                   LISTS THE OPERATORS (LIST)
000170*      CMOPERAD LIST              LISTS THE OPERATORS
000180*      CMOPERAD ADD <ID> <ROLE>   ADDS AN OPERATOR, ACTIVE
000190*      CMOPERAD ROLE <ID> <ROLE>  CHANGES AN OPERATOR'S ROLE
000200*      CMOPERAD PIN <ID>          SETS A NEW PASSWORD/PIN
000210*      CMOPERAD EXPIRE <ID>       EXPIRES AN OPERATOR
000220*      CMOPERAD ACTIVATE <ID>     RE-ACTIVATES AN OPERATOR
000230*      CMOPERAD RESET <ID>        UNLOCKS AN ID LOCKED BY
000240*                                 REPEATED WRONG PINS
000250*
000260*    ROLES ARE I (INQUIRY ONLY), U (UPDATE) AND C (UPDATE,
000270*    CLOSE AND REINSTATE).  ADD AND PIN PROMPT FOR THE
000280*    PASSWORD/PIN TWICE, SO IT NEVER APPEARS ON THE COMMAND
000290*    LINE; ONLY ITS HASH IS STORED.  A PIN IS 4 TO 8
000300*    CHARACTERS WITH NO EMBEDDED SPACES.
000310*
000320*    RETURN CODE: 0 DONE, 4 LIST FOUND AT LEAST ONE LOCKED
000330*    ID, 12 REFUSED (BAD COMMAND, UNKNOWN OR DUPLICATE ID,
000340*    UNACCEPTABLE PIN, FILE ERROR).
000350*
000360*    MODIFICATION HISTORY.
000370*    -------------------------------------------------------
000380*    10/15/2026  JF   ORIGINAL VERSION.
000390*--------------------------------------------------------------*
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPERATOR-FILE ASSIGN TO "cmoper.dat"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS OPR-ID
000480         FILE STATUS IS WS-OPR-FILE-STATUS.
000490
000500     SELECT SECURITY-LOG-FILE ASSIGN TO "secviol.log"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SEC-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  OPERATOR-FILE.
000570     COPY CMOPER.
000580
000590 FD  SECURITY-LOG-FILE.
000600     COPY CMSECLOG.
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-OPR-FILE-STATUS        PIC XX.
000640 01  WS-SEC-FILE-STATUS        PIC XX.
000650
000660 01  WS-COMMAND-LINE           PIC X(80) VALUE SPACES.
000670 01  WS-COMMAND                PIC X(08) VALUE SPACES.
000680     88  WS-CMD-LIST               VALUES 'LIST', ' '.
000690     88  WS-CMD-ADD                VALUE 'ADD'.
000700     88  WS-CMD-SET-ROLE           VALUE 'ROLE'.
000710     88  WS-CMD-PIN                VALUE 'PIN'.
000720     88  WS-CMD-EXPIRE             VALUE 'EXPIRE'.
000730     88  WS-CMD-ACTIVATE           VALUE 'ACTIVATE'.
000740     88  WS-CMD-RESET              VALUE 'RESET'.
000750 01  WS-ARG-ID                 PIC X(08) VALUE SPACES.
000760 01  WS-ARG-ROLE               PIC X(08) VALUE SPACES.
000770     88  WS-ARG-ROLE-VALID         VALUES 'I', 'U', 'C'.
000780 01  WS-EXTRA-WORD             PIC X(08) VALUE SPACES.
000790
000800 01  WS-HARD-FAIL-SW           PIC X VALUE 'N'.
000810     88  WS-HARD-FAIL              VALUE 'Y'.
000820 01  WS-OPR-EOF-SW             PIC X VALUE 'N'.
000830     88  WS-OPR-EOF                VALUE 'Y'.
000840 01  WS-LOG-OPEN-SW            PIC X VALUE 'N'.
000850     88  WS-LOG-OPEN               VALUE 'Y'.
000880
000890 01  WS-OPERATORS-LISTED       PIC 9(05) COMP VALUE ZERO.
000900 01  WS-OPERATORS-LOCKED       PIC 9(05) COMP VALUE ZERO.
000910 01  WS-CNT-DISPLAY            PIC ZZZZ9.
000920 01  WS-FAIL-DISPLAY           PIC Z9.
000930 01  WS-ROLE-NAME              PIC X(22) VALUE SPACES.
000940 01  WS-STATUS-NAME            PIC X(07) VALUE SPACES.
000950
000960 01  WS-SEC-DETAIL             PIC X(40) VALUE SPACES.
000970 01  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
000980 01  WS-RUN-TIME               PIC 9(08) VALUE ZERO.
000990 01  WS-RUN-RC                 PIC 9(04) VALUE ZERO.
001000
001010 01  WS-PIN-IN                 PIC X(08) VALUE SPACES.
001020 01  WS-PIN-CONFIRM            PIC X(08) VALUE SPACES.
001030 01  WS-PIN-LEN                PIC 9(02) COMP VALUE ZERO.
001040 01  WS-PIN-HASH               PIC 9(09) VALUE ZERO.
001050 01  WS-HASH-INPUT.
001060     05  WS-HASH-ID            PIC X(08).
001070     05  WS-HASH-PIN           PIC X(08).
001080 01  WS-HASH-IX                PIC 9(02) COMP VALUE ZERO.
001090 01  WS-HASH-ACCUM             PIC 9(18) COMP VALUE ZERO.
001100 01  WS-HASH-QUOTIENT          PIC 9(18) COMP VALUE ZERO.
001110 01  WS-HASH-REMAINDER         PIC 9(18) COMP VALUE ZERO.
001120 01  WS-HASH-BYTE-AREA.
001130     05  WS-HASH-BYTE-VALUE    PIC 9(04) COMP.
001140 01  WS-HASH-BYTE-CHARS REDEFINES WS-HASH-BYTE-AREA.
001150     05  FILLER                PIC X(01).
001160     05  WS-HASH-BYTE          PIC X(01).
001170
001180 PROCEDURE DIVISION.
001190*----------------------------------------------------------------
001200*    0000-MAIN-PROCESS
001210*    CHECKS THE COMMAND, OPENS THE FILES AND CARRIES IT OUT.
001220*----------------------------------------------------------------
001230 0000-MAIN-PROCESS.
001240     PERFORM 1000-INITIALIZE
001250     IF NOT WS-HARD-FAIL
001260         EVALUATE TRUE
001270             WHEN WS-CMD-LIST
001280                 PERFORM 2000-LIST-OPERATORS
001290             WHEN WS-CMD-ADD
001300                 PERFORM 3000-ADD-OPERATOR
001310             WHEN OTHER
001320                 PERFORM 4000-CHANGE-OPERATOR
001330         END-EVALUATE
001340         CLOSE OPERATOR-FILE
001350     END-IF
001360     IF WS-LOG-OPEN
001370         CLOSE SECURITY-LOG-FILE
001380     END-IF
001390     IF WS-HARD-FAIL
001400         MOVE 12 TO WS-RUN-RC
001410     END-IF
001420     DISPLAY "CMOPERAD RETURN CODE " WS-RUN-RC
001430     MOVE WS-RUN-RC TO RETURN-CODE
001440     STOP RUN.
001450
001460*----------------------------------------------------------------
001470*    1000-INITIALIZE
001480*    SPLITS AND CHECKS THE COMMAND LINE, THEN OPENS THE
001490*    OPERATOR FILE.  THE FIRST ADD CREATES THE FILE; ANY OTHER
001500*    COMMAND AGAINST A MISSING FILE IS REFUSED.  THE SECURITY
001510*    LOG IS ONLY OPENED BY THE COMMANDS THAT CHANGE SOMETHING.
001520*----------------------------------------------------------------
001530 1000-INITIALIZE.
001540     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
001550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001560     INSPECT WS-COMMAND-LINE
001570         CONVERTING "abcdefghijklmnopqrstuvwxyz"
001580                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001590     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
001600         INTO WS-COMMAND WS-ARG-ID WS-ARG-ROLE WS-EXTRA-WORD
001610     END-UNSTRING
001620     PERFORM 1100-CHECK-COMMAND
001630
001640     IF NOT WS-HARD-FAIL
001650         OPEN I-O OPERATOR-FILE
001660         IF WS-OPR-FILE-STATUS = "35" AND WS-CMD-ADD
001670             OPEN OUTPUT OPERATOR-FILE
001680             CLOSE OPERATOR-FILE
001690             OPEN I-O OPERATOR-FILE
001700         END-IF
001710         IF WS-OPR-FILE-STATUS NOT = "00"
001720             DISPLAY "CMOPERAD: CANNOT OPEN OPERATOR FILE - "
001730                     "STATUS " WS-OPR-FILE-STATUS
001740             SET WS-HARD-FAIL TO TRUE
001750         END-IF
001760     END-IF
001770
001780     IF NOT WS-HARD-FAIL AND NOT WS-CMD-LIST
001790         OPEN EXTEND SECURITY-LOG-FILE
001800         IF WS-SEC-FILE-STATUS NOT = "00"
001810             OPEN OUTPUT SECURITY-LOG-FILE
001820         END-IF
001830         SET WS-LOG-OPEN TO TRUE
001840     END-IF.
001850
001860*----------------------------------------------------------------
001870*    1100-CHECK-COMMAND
001880*    LIST TAKES NOTHING MORE; ADD AND ROLE TAKE AN ID AND A
001890*    ROLE; THE REST TAKE AN ID ONLY.
001900*----------------------------------------------------------------
001910 1100-CHECK-COMMAND.
001920     EVALUATE TRUE
001930         WHEN WS-CMD-LIST
001940             IF WS-ARG-ID NOT = SPACES
001950                 SET WS-HARD-FAIL TO TRUE
001960             END-IF
001970         WHEN WS-CMD-ADD
001980         WHEN WS-CMD-SET-ROLE
001990             IF WS-ARG-ID = SPACES
002000                 OR NOT WS-ARG-ROLE-VALID
002010                 OR WS-EXTRA-WORD NOT = SPACES
002020                 SET WS-HARD-FAIL TO TRUE
002030             END-IF
002040         WHEN WS-CMD-PIN
002050         WHEN WS-CMD-EXPIRE
002060         WHEN WS-CMD-ACTIVATE
002070         WHEN WS-CMD-RESET
002080             IF WS-ARG-ID = SPACES
002090                 OR WS-ARG-ROLE NOT = SPACES
002100                 SET WS-HARD-FAIL TO TRUE
002110             END-IF
002120         WHEN OTHER
002130             SET WS-HARD-FAIL TO TRUE
002140     END-EVALUATE
002150     IF WS-HARD-FAIL
002160         DISPLAY "CMOPERAD: USAGE IS LIST, ADD <ID> <ROLE>, "
002170                 "ROLE <ID> <ROLE>,"
002180         DISPLAY "          PIN <ID>, EXPIRE <ID>, "
002190                 "ACTIVATE <ID> OR RESET <ID>"
002200         DISPLAY "          ROLE IS I (INQUIRY), U (UPDATE) OR "
002210                 "C (CLOSE/REINSTATE)"
002220     END-IF.
002230
002240*----------------------------------------------------------------
002250*    2000-LIST-OPERATORS
002260*    LISTS EVERY OPERATOR IN ID ORDER.  A LOCKED ID SETS RC 4
002270*    SO A SCRIPT CAN TELL THAT RESETS ARE WAITING.
002280*----------------------------------------------------------------
002290 2000-LIST-OPERATORS.
002300     DISPLAY "ID       ROLE                   STATUS  FAILS "
002310             "LOCKED SINCE     LAST SIGN-ON"
002320     PERFORM 2100-LIST-ONE-OPERATOR UNTIL WS-OPR-EOF
002330     MOVE WS-OPERATORS-LISTED TO WS-CNT-DISPLAY
002340     DISPLAY "CMOPERAD OPERATORS...: " WS-CNT-DISPLAY
002350     MOVE WS-OPERATORS-LOCKED TO WS-CNT-DISPLAY
002360     DISPLAY "CMOPERAD LOCKED......: " WS-CNT-DISPLAY
002370     IF WS-OPERATORS-LOCKED > ZERO
002380         MOVE 4 TO WS-RUN-RC
002390     END-IF.
002400
002410 2100-LIST-ONE-OPERATOR.
002420     READ OPERATOR-FILE NEXT RECORD
002430         AT END
002440             SET WS-OPR-EOF TO TRUE
002450         NOT AT END
002460             ADD 1 TO WS-OPERATORS-LISTED
002470             PERFORM 8100-DESCRIBE-OPERATOR
002480             IF OPR-FAIL-COUNT NOT NUMERIC
002490                 MOVE ZERO TO OPR-FAIL-COUNT
002500             END-IF
002510             MOVE OPR-FAIL-COUNT TO WS-FAIL-DISPLAY
002520             IF OPR-LOCKED
002530                 ADD 1 TO WS-OPERATORS-LOCKED
002540                 DISPLAY OPR-ID " " WS-ROLE-NAME " "
002550                         WS-STATUS-NAME " " WS-FAIL-DISPLAY
002560                         "    " OPR-LOCKED-DATE " "
002570                         OPR-LOCKED-TIME "  "
002580                         OPR-LAST-SIGNON-DATE " "
002590                         OPR-LAST-SIGNON-TIME
002600             ELSE
002610                 DISPLAY OPR-ID " " WS-ROLE-NAME " "
002620                         WS-STATUS-NAME " " WS-FAIL-DISPLAY
002630                         "    -                "
002640                         OPR-LAST-SIGNON-DATE " "
002650                         OPR-LAST-SIGNON-TIME
002660             END-IF
002670     END-READ.
002680
002690*----------------------------------------------------------------
002700*    3000-ADD-OPERATOR
002710*    ADDS A NEW, ACTIVE OPERATOR WITH THE GIVEN ROLE.  AN ID
002720*    ALREADY ON FILE IS REFUSED - ROLE, PIN AND ACTIVATE
002730*    CHANGE AN EXISTING ONE.
002740*----------------------------------------------------------------
002750 3000-ADD-OPERATOR.
002760     MOVE WS-ARG-ID TO OPR-ID
002770     READ OPERATOR-FILE
002780         INVALID KEY
002790             CONTINUE
002800         NOT INVALID KEY
002810             DISPLAY "CMOPERAD: OPERATOR " WS-ARG-ID
002820                     " ALREADY ON FILE"
002830             SET WS-HARD-FAIL TO TRUE
002840     END-READ
002850     IF NOT WS-HARD-FAIL
002860         PERFORM 8000-GET-NEW-PIN
002870     END-IF
002880     IF NOT WS-HARD-FAIL
002890         MOVE SPACES          TO OPERATOR-RECORD
002900         MOVE WS-ARG-ID       TO OPR-ID
002910         MOVE WS-ARG-ROLE     TO OPR-ROLE
002920         MOVE 'A'             TO OPR-STATUS
002930         MOVE WS-PIN-HASH     TO OPR-PIN-HASH
002940         MOVE ZERO            TO OPR-FAIL-COUNT
002950         MOVE 'N'             TO OPR-LOCKED-SW
002960         MOVE WS-RUN-DATE     TO OPR-ADDED-DATE
002970         WRITE OPERATOR-RECORD
002980             INVALID KEY
002990                 DISPLAY "CMOPERAD: WRITE FAILED - STATUS "
003000                         WS-OPR-FILE-STATUS
003010                 SET WS-HARD-FAIL TO TRUE
003020             NOT INVALID KEY
003030                 MOVE SPACES TO WS-SEC-DETAIL
003040                 STRING "ADDED WITH ROLE " WS-ARG-ROLE
003050                        DELIMITED BY SIZE
003060                     INTO WS-SEC-DETAIL
003070                 END-STRING
003080                 PERFORM 9200-WRITE-SECURITY-LOG
003090                 DISPLAY "CMOPERAD: " WS-ARG-ID " "
003100                         WS-SEC-DETAIL
003110         END-WRITE
003120     END-IF.
003130
003140*----------------------------------------------------------------
003150*    4000-CHANGE-OPERATOR
003160*    APPLIES ROLE, PIN, EXPIRE, ACTIVATE OR RESET TO AN
003170*    OPERATOR ALREADY ON FILE AND LOGS WHAT WAS DONE.  RESET
003180*    CLEARS THE FAILURE COUNT AS WELL AS THE LOCK, SO THE
003190*    OPERATOR STARTS AGAIN WITH THE FULL NUMBER OF TRIES.
003200*----------------------------------------------------------------
003210 4000-CHANGE-OPERATOR.
003220     MOVE WS-ARG-ID TO OPR-ID
003230     READ OPERATOR-FILE
003240         INVALID KEY
003250             DISPLAY "CMOPERAD: OPERATOR " WS-ARG-ID
003260                     " NOT ON FILE"
003270             SET WS-HARD-FAIL TO TRUE
003280     END-READ
003290     IF NOT WS-HARD-FAIL
003300         MOVE SPACES TO WS-SEC-DETAIL
003310         EVALUATE TRUE
003320             WHEN WS-CMD-SET-ROLE
003330                 STRING "ROLE CHANGED FROM " OPR-ROLE
003340                        " TO " WS-ARG-ROLE (1:1)
003350                        DELIMITED BY SIZE
003360                     INTO WS-SEC-DETAIL
003370                 END-STRING
003380                 MOVE WS-ARG-ROLE TO OPR-ROLE
003390             WHEN WS-CMD-PIN
003400                 PERFORM 8000-GET-NEW-PIN
003410                 MOVE WS-PIN-HASH TO OPR-PIN-HASH
003420                 MOVE 'PASSWORD/PIN CHANGED' TO WS-SEC-DETAIL
003430             WHEN WS-CMD-EXPIRE
003440                 MOVE 'E' TO OPR-STATUS
003450                 MOVE 'EXPIRED' TO WS-SEC-DETAIL
003460             WHEN WS-CMD-ACTIVATE
003470                 MOVE 'A' TO OPR-STATUS
003480                 MOVE 'ACTIVATED' TO WS-SEC-DETAIL
003490             WHEN WS-CMD-RESET
003500                 PERFORM 4100-RESET-LOCK
003510         END-EVALUATE
003520     END-IF
003530     IF NOT WS-HARD-FAIL
003540         REWRITE OPERATOR-RECORD
003550             INVALID KEY
003560                 DISPLAY "CMOPERAD: REWRITE FAILED - STATUS "
003570                         WS-OPR-FILE-STATUS
003580                 SET WS-HARD-FAIL TO TRUE
003590             NOT INVALID KEY
003600                 PERFORM 9200-WRITE-SECURITY-LOG
003610                 DISPLAY "CMOPERAD: " WS-ARG-ID " "
003620                         WS-SEC-DETAIL
003630         END-REWRITE
003640     END-IF.
003650
003660 4100-RESET-LOCK.
003670     IF OPR-FAIL-COUNT NOT NUMERIC
003680         MOVE ZERO TO OPR-FAIL-COUNT
003690     END-IF
003700     MOVE OPR-FAIL-COUNT TO WS-FAIL-DISPLAY
003710     IF OPR-LOCKED
003720         STRING "UNLOCKED - LOCKED SINCE " OPR-LOCKED-DATE
003730                DELIMITED BY SIZE
003740             INTO WS-SEC-DETAIL
003750         END-STRING
003760     ELSE
003770         STRING "RESET - NOT LOCKED, " WS-FAIL-DISPLAY
003780                " FAILURES CLEARED" DELIMITED BY SIZE
003790             INTO WS-SEC-DETAIL
003800         END-STRING
003810     END-IF
003820     MOVE ZERO   TO OPR-FAIL-COUNT
003830     MOVE 'N'    TO OPR-LOCKED-SW
003840     MOVE SPACES TO OPR-LOCKED-DATE
003850     MOVE SPACES TO OPR-LOCKED-TIME.
003860
003870*----------------------------------------------------------------
003880*    8000-GET-NEW-PIN
003890*    PROMPTS FOR THE NEW PASSWORD/PIN TWICE AND HASHES IT.  A
003900*    PIN SHORTER THAN 4 CHARACTERS, WITH AN EMBEDDED SPACE, OR
003910*    NOT TYPED THE SAME TWICE IS REFUSED.
003920*----------------------------------------------------------------
003930 8000-GET-NEW-PIN.
003940     DISPLAY "NEW PASSWORD/PIN FOR " WS-ARG-ID ": "
003950     MOVE SPACES TO WS-PIN-IN
003960     ACCEPT WS-PIN-IN
003970     DISPLAY "TYPE IT AGAIN TO CONFIRM: "
003980     MOVE SPACES TO WS-PIN-CONFIRM
003990     ACCEPT WS-PIN-CONFIRM
004000     MOVE ZERO TO WS-PIN-LEN
004010     INSPECT WS-PIN-IN TALLYING WS-PIN-LEN
004020         FOR CHARACTERS BEFORE INITIAL SPACE
004030     EVALUATE TRUE
004040         WHEN WS-PIN-IN NOT = WS-PIN-CONFIRM
004050             DISPLAY "CMOPERAD: THE TWO ENTRIES DIFFER - "
004060                     "NOTHING CHANGED"
004070             SET WS-HARD-FAIL TO TRUE
004080         WHEN WS-PIN-LEN < 4
004090             DISPLAY "CMOPERAD: PASSWORD/PIN MUST BE AT LEAST "
004100                     "4 CHARACTERS - NOTHING CHANGED"
004110             SET WS-HARD-FAIL TO TRUE
004120         WHEN WS-PIN-LEN < 8
004130             AND WS-PIN-IN (WS-PIN-LEN + 1:) NOT = SPACES
004140             DISPLAY "CMOPERAD: PASSWORD/PIN MAY NOT CONTAIN "
004150                     "A SPACE - NOTHING CHANGED"
004160             SET WS-HARD-FAIL TO TRUE
004170         WHEN OTHER
004180             MOVE WS-ARG-ID TO WS-HASH-ID
004190             MOVE WS-PIN-IN TO WS-HASH-PIN
004200             PERFORM 9700-HASH-PIN
004210     END-EVALUATE.
004220
004230*----------------------------------------------------------------
004240*    8100-DESCRIBE-OPERATOR
004250*    SPELLS OUT THE ROLE AND STATUS CODES FOR THE LISTING.
004260*----------------------------------------------------------------
004270 8100-DESCRIBE-OPERATOR.
004280     EVALUATE TRUE
004290         WHEN OPR-ROLE-INQUIRY
004300             MOVE 'I INQUIRY ONLY'         TO WS-ROLE-NAME
004310         WHEN OPR-ROLE-UPDATE
004320             MOVE 'U UPDATE'               TO WS-ROLE-NAME
004330         WHEN OPR-ROLE-CLOSE
004340             MOVE 'C CLOSE/REINSTATE'      TO WS-ROLE-NAME
004350         WHEN OTHER
004360             MOVE SPACES TO WS-ROLE-NAME
004370             STRING OPR-ROLE " NOT A VALID ROLE"
004380                    DELIMITED BY SIZE
004390                 INTO WS-ROLE-NAME
004400             END-STRING
004410     END-EVALUATE
004420     IF OPR-ACTIVE
004430         MOVE 'ACTIVE'  TO WS-STATUS-NAME
004440     ELSE
004450         MOVE 'EXPIRED' TO WS-STATUS-NAME
004460     END-IF.
004470
004480*----------------------------------------------------------------
004490*    9200-WRITE-SECURITY-LOG
004500*    LOGS THE CHANGE JUST MADE AS AN ADMIN EVENT AGAINST THE
004510*    OPERATOR ID IT WAS MADE TO.  WS-SEC-DETAIL IS SET BY THE
004520*    CALLER.
004530*----------------------------------------------------------------
004540 9200-WRITE-SECURITY-LOG.
004550     ACCEPT WS-RUN-TIME FROM TIME
004560     MOVE SPACES              TO SECURITY-LOG-RECORD
004570     MOVE WS-RUN-DATE         TO SEC-DATE
004580     MOVE WS-RUN-TIME (1:6)   TO SEC-TIME
004590     MOVE 'CMOPERAD'          TO SEC-PROGRAM
004600     MOVE WS-ARG-ID           TO SEC-OPERATOR
004610     MOVE 'ADMIN'             TO SEC-EVENT
004620     MOVE WS-COMMAND          TO SEC-ACTION
004630     MOVE WS-SEC-DETAIL       TO SEC-DETAIL
004640     WRITE SECURITY-LOG-RECORD.
004650
004660*----------------------------------------------------------------
004670*    9700-HASH-PIN
004680*    FOLDS THE OPERATOR ID AND PIN (WS-HASH-INPUT), BYTE BY
004690*    BYTE, INTO THE NINE-DIGIT HASH THE OPERATOR FILE HOLDS, SO
004700*    NO PIN IS EVER STORED AS TYPED.  THE ID IS PART OF THE
004710*    HASH, SO TWO OPERATORS WITH ONE PIN DO NOT SHARE A HASH.
004720*    CUSTMNT CARRIES THE SAME PARAGRAPHS; THE TWO MUST STAY
004730*    IDENTICAL OR NO OPERATOR CAN SIGN ON.
004740*----------------------------------------------------------------
004750 9700-HASH-PIN.
004760     MOVE 7 TO WS-HASH-ACCUM
004770     PERFORM 9710-HASH-ONE-BYTE
004780         VARYING WS-HASH-IX FROM 1 BY 1
004790             UNTIL WS-HASH-IX > 16
004800     MOVE WS-HASH-ACCUM TO WS-PIN-HASH.
004810
004820 9710-HASH-ONE-BYTE.
004830     MOVE ZERO TO WS-HASH-BYTE-VALUE
004840     MOVE WS-HASH-INPUT (WS-HASH-IX:1) TO WS-HASH-BYTE
004850     COMPUTE WS-HASH-ACCUM = WS-HASH-ACCUM * 131
004860                           + WS-HASH-BYTE-VALUE + WS-HASH-IX
004870     DIVIDE WS-HASH-ACCUM BY 999999937
004880         GIVING WS-HASH-QUOTIENT
004890         REMAINDER WS-HASH-REMAINDER
004900     MOVE WS-HASH-REMAINDER TO WS-HASH-ACCUM.
