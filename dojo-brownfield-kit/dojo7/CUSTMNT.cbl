000160*    SURNAME NO LONGER MEANS HAND-CRAFTING A ONE-RECORD EXTRACT
000170*    WITH AN HDR/TRL WRAPPER.
000180*
000182*    THE OPERATOR SIGNS ON WITH AN ID AND PASSWORD/PIN CHECKED
000184*    AGAINST THE OPERATOR FILE (CMOPER.DAT, MAINTAINED WITH
000186*    CMOPERAD).  THE OPERATOR'S ROLE DECIDES WHICH ACTIONS ARE
000188*    OFFERED: INQUIRY ONLY, UPDATE, OR UPDATE, CLOSE AND
000190*    REINSTATE.  EVERY REFUSED SIGN-ON AND EVERY ACTION REFUSED
000192*    FOR THE ROLE IS LOGGED TO SECVIOL.LOG; REPEATED WRONG PINS
000194*    LOCK THE ID UNTIL AN ADMINISTRATOR RESETS IT.
000196*
000198*    EVERY CHANGE IS LOGGED TO CUSTMNT.LOG WITH THE SIGNED-ON
000200*    OPERATOR ID, A TIMESTAMP AND THE BEFORE AND AFTER RECORD
000210*    IMAGES, SO AUDIT CAN SEE WHO TOUCHED WHAT OUTSIDE THE
000220*    BATCH.
000230*
000510*                      HOLDER NAMED ON ITS CONSOLE; A STALE
000520*                      CLAIM FROM A CRASHED RUN IS INSPECTED
000530*                      AND RELEASED WITH CMLOCKOP.
000531*    10/15/2026  JF   AUDIT AND JOURNAL IMAGES WIDENED TO THE
000532*                      300-BYTE MASTER LAYOUT.  INQUIRY NOW SHOWS
000533*                      WHICH PROVIDER LAST SET THE RECORD AND
000534*                      EACH FIELD GROUP; AN UPDATE, CLOSE OR
000535*                      REINSTATE STAMPS THE RECORD AS SET ONLINE,
000536*                      AND AN UPDATE ALSO STAMPS THE NAME AND
000537*                      EMAIL GROUPS IT CHANGED.
000538*    10/15/2026  JF   SHOWS THE ERASE DATE OF A CUSTOMER
000539*                      CMERASE HAS ERASED AND REFUSES TO UPDATE
000540*                      OR REINSTATE ONE.
000541*    10/15/2026  JF   SHOWS EMAIL DELIVERABILITY; AN EMAIL
000542*                      CORRECTION CLEARS IT.
000543*    10/15/2026  JF   OPERATOR SIGN-ON REPLACES THE TYPED
000544*                      INITIALS: ID AND PASSWORD/PIN CHECKED
000545*                      AGAINST CMOPER.DAT, ROLE-BASED ACTIONS,
000546*                      REFUSALS LOGGED TO SECVIOL.LOG, AND AN ID
000547*                      LOCKED AFTER REPEATED WRONG PINS.
000548*--------------------------------------------------------------*
000550
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000740     SELECT JOURNAL-FILE ASSIGN TO "cmjrnl.dat"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-JRN-FILE-STATUS.
000761
000762     SELECT OPERATOR-FILE ASSIGN TO "cmoper.dat"
000763         ORGANIZATION IS INDEXED
000764         ACCESS MODE IS RANDOM
000765         RECORD KEY IS OPR-ID
000766         FILE STATUS IS WS-OPR-FILE-STATUS.
000767
000768     SELECT SECURITY-LOG-FILE ASSIGN TO "secviol.log"
000769         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-SEC-FILE-STATUS.
000775
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CUSTOMER-MASTER-FILE.
000970     05  FILLER                PIC X(01).
000980     05  AUD-IMAGE-TAG         PIC X(06).
000990     05  FILLER                PIC X(01).
001000     05  AUD-RECORD-IMAGE      PIC X(300).
001010
001020 FD  JOURNAL-FILE.
001030     COPY CMJRNL.
001040
001041 FD  OPERATOR-FILE.
001042     COPY CMOPER.
001043
001044 FD  SECURITY-LOG-FILE.
001045     COPY CMSECLOG.
001046
001050 WORKING-STORAGE SECTION.
001060 01  WS-CM-FILE-STATUS         PIC XX.
001070 01  WS-LCK-FILE-STATUS        PIC XX.
001140 01  WS-AUDIT-FILE-STATUS      PIC XX.
001150 01  WS-JRN-FILE-STATUS        PIC XX.
001160 01  WS-JRN-ACTION             PIC X(07) VALUE SPACES.
001170 01  WS-JRN-AFTER-IMAGE        PIC X(300) VALUE SPACES.
001180
001181 01  WS-OPR-FILE-STATUS        PIC XX.
001182 01  WS-SEC-FILE-STATUS        PIC XX.
001183 01  WS-SEC-EVENT              PIC X(08) VALUE SPACES.
001184 01  WS-SEC-CUSTOMER-ID        PIC X(05) VALUE SPACES.
001185 01  WS-SEC-ACTION             PIC X(08) VALUE SPACES.
001186 01  WS-SEC-DETAIL             PIC X(40) VALUE SPACES.
001187
001190 01  WS-OPERATOR               PIC X(08) VALUE SPACES.
001191 01  WS-OPER-ROLE              PIC X(01) VALUE SPACE.
001192     88  WS-ROLE-INQUIRY           VALUE 'I'.
001193     88  WS-ROLE-UPDATE            VALUE 'U'.
001194     88  WS-ROLE-CLOSE             VALUE 'C'.
001195 01  WS-SIGNED-ON-SW           PIC X VALUE 'N'.
001196     88  WS-SIGNED-ON              VALUE 'Y'.
001197 01  WS-SIGNON-TRIES           PIC 9(02) COMP VALUE ZERO.
001198 01  WS-MAX-SIGNON-TRIES       PIC 9(02) COMP VALUE 3.
001199 01  WS-MAX-PIN-FAILURES       PIC 9(02) VALUE 3.
001200 01  WS-FAIL-DISPLAY           PIC Z9.
001201 01  WS-ALLOWED-SW             PIC X VALUE 'Y'.
001202     88  WS-ACTION-ALLOWED         VALUE 'Y'.
001203     88  WS-ACTION-NOT-ALLOWED     VALUE 'N'.
001204
001205 01  WS-PIN-IN                 PIC X(08) VALUE SPACES.
001206 01  WS-PIN-HASH               PIC 9(09) VALUE ZERO.
001207 01  WS-HASH-INPUT.
001208     05  WS-HASH-ID            PIC X(08).
001209     05  WS-HASH-PIN           PIC X(08).
001210 01  WS-HASH-IX                PIC 9(02) COMP VALUE ZERO.
001211 01  WS-HASH-ACCUM             PIC 9(18) COMP VALUE ZERO.
001212 01  WS-HASH-QUOTIENT          PIC 9(18) COMP VALUE ZERO.
001213 01  WS-HASH-REMAINDER         PIC 9(18) COMP VALUE ZERO.
001214 01  WS-HASH-BYTE-AREA.
001215     05  WS-HASH-BYTE-VALUE    PIC 9(04) COMP.
001216 01  WS-HASH-BYTE-CHARS REDEFINES WS-HASH-BYTE-AREA.
001217     05  FILLER                PIC X(01).
001218     05  WS-HASH-BYTE          PIC X(01).
001219 01  WS-ID-IN                  PIC X(05) VALUE SPACES.
001220 01  WS-ID-DIGITS              PIC X(05) VALUE ZEROES.
001225 01  WS-ID-LEN                 PIC 9(02) COMP VALUE ZERO.
001230 01  WS-ID-PAD                 PIC 9(02) COMP VALUE ZERO.
001240 01  WS-ACTION                 PIC X(01) VALUE SPACE.
001250     88  WS-ACTION-UPDATE          VALUES 'U', 'u'.
001290     88  WS-CONFIRM-YES            VALUES 'Y', 'y'.
001300
001310 01  WS-FIELD-IN               PIC X(20) VALUE SPACES.
001313 01  WS-BEFORE-IMAGE           PIC X(300) VALUE SPACES.
001316 01  WS-ONLINE-SOURCE          PIC X(08) VALUE 'ONLINE'.
001319
001322 COPY CUSTMAST REPLACING LEADING ==CUSTOMER== BY ==BEFORE==
001325                         LEADING ==CM== BY ==BM==.
001330
001340 01  WS-EMAIL-WORK             PIC X(20) VALUE SPACES.
001350 01  WS-EMAIL-PARTS.
001670
001680*----------------------------------------------------------------
001690*    1000-INITIALIZE
001697*    SIGNS THE OPERATOR ON, THEN OPENS THE MASTER AND THE AUDIT
001704*    LOG.  NOTHING ON THE MASTER IS CLAIMED OR OPENED UNTIL THE
001711*    SIGN-ON SUCCEEDS.  THE AUDIT AND SECURITY LOGS ARE
001718*    EXTENDED, NEVER OVERWRITTEN, SO THE TRAILS ACCUMULATE
001725*    ACROSS SESSIONS; EACH IS ONLY OPENED OUTPUT THE FIRST TIME,
001732*    WHEN IT DOES NOT EXIST YET.
001740*----------------------------------------------------------------
001750 1000-INITIALIZE.
001753     OPEN EXTEND SECURITY-LOG-FILE
001756     IF WS-SEC-FILE-STATUS NOT = "00"
001759         OPEN OUTPUT SECURITY-LOG-FILE
001762     END-IF
001765
001768     OPEN I-O OPERATOR-FILE
001771     IF WS-OPR-FILE-STATUS NOT = "00"
001774         DISPLAY "CUSTMNT: CANNOT OPEN OPERATOR FILE - "
001777                 "STATUS " WS-OPR-FILE-STATUS
001780         SET WS-DONE TO TRUE
001790     ELSE
001795         PERFORM 1100-SIGN-ON
001800             UNTIL WS-SIGNED-ON OR WS-DONE
001805         CLOSE OPERATOR-FILE
001810     END-IF
001815
001820     IF NOT WS-DONE
001825         PERFORM 9600-CLAIM-MASTER-LOCK
001830         IF WS-LOCK-REFUSED
001840             SET WS-DONE TO TRUE
001841         ELSE
001842             OPEN I-O CUSTOMER-MASTER-FILE
001843             IF WS-CM-FILE-STATUS NOT = "00"
001844                 DISPLAY "CUSTMNT: CANNOT OPEN CUSTOMER MASTER - "
001845                         "STATUS " WS-CM-FILE-STATUS
001846                 SET WS-DONE TO TRUE
001847             END-IF
001850         END-IF
001860     END-IF
001870
001940         IF WS-JRN-FILE-STATUS NOT = "00"
001950             OPEN OUTPUT JOURNAL-FILE
001960         END-IF
001990     END-IF.
002000
002001*----------------------------------------------------------------
002002*    1100-SIGN-ON
002003*    ONE SIGN-ON ATTEMPT: AN OPERATOR ID AND PASSWORD/PIN,
002004*    CHECKED AGAINST THE OPERATOR FILE.  A BLANK ID ENDS THE
002005*    SESSION.  THE SESSION ALSO ENDS AFTER THE THIRD FAILED
002006*    ATTEMPT, WHATEVER IDS WERE TRIED.  THE CONSOLE DOES NOT
002007*    SAY WHETHER AN UNKNOWN ID OR A WRONG PIN WAS THE REASON.
002008*----------------------------------------------------------------
002009 1100-SIGN-ON.
002010     ADD 1 TO WS-SIGNON-TRIES
002011     DISPLAY "OPERATOR ID (BLANK TO END): "
002012     MOVE SPACES TO WS-OPERATOR
002013     ACCEPT WS-OPERATOR
002014     INSPECT WS-OPERATOR
002015         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002016                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002017     IF WS-OPERATOR = SPACES
002018         SET WS-DONE TO TRUE
002019     ELSE
002020         DISPLAY "PASSWORD/PIN: "
002021         MOVE SPACES TO WS-PIN-IN
002022         ACCEPT WS-PIN-IN
002023         MOVE WS-OPERATOR TO OPR-ID
002024         READ OPERATOR-FILE
002025             INVALID KEY
002026                 MOVE 'UNKNOWN' TO WS-SEC-EVENT
002027                 MOVE 'OPERATOR ID NOT ON FILE' TO WS-SEC-DETAIL
002028                 PERFORM 1190-REFUSE-SIGN-ON
002029             NOT INVALID KEY
002030                 PERFORM 1110-CHECK-OPERATOR
002031         END-READ
002032         IF NOT WS-SIGNED-ON
002033             AND WS-SIGNON-TRIES NOT < WS-MAX-SIGNON-TRIES
002034             DISPLAY "CUSTMNT: TOO MANY FAILED SIGN-ONS - "
002035                     "SESSION ENDED"
002036             SET WS-DONE TO TRUE
002037         END-IF
002038     END-IF.
002039
002040*----------------------------------------------------------------
002041*    1110-CHECK-OPERATOR
002042*    A LOCKED, EXPIRED OR ROLELESS ID IS REFUSED WHATEVER PIN
002043*    WAS TYPED.  OTHERWISE THE PIN IS HASHED THE WAY CMOPERAD
002044*    STORED IT AND COMPARED WITH THE HASH ON FILE.
002045*----------------------------------------------------------------
002046 1110-CHECK-OPERATOR.
002047     MOVE WS-OPERATOR TO WS-HASH-ID
002048     MOVE WS-PIN-IN   TO WS-HASH-PIN
002049     PERFORM 9700-HASH-PIN
002050     MOVE SPACES TO WS-SEC-DETAIL
002051     EVALUATE TRUE
002052         WHEN OPR-LOCKED
002053             MOVE 'LOCKED' TO WS-SEC-EVENT
002054             STRING "ID LOCKED SINCE " OPR-LOCKED-DATE
002055                    DELIMITED BY SIZE
002056                 INTO WS-SEC-DETAIL
002057             END-STRING
002058             PERFORM 1190-REFUSE-SIGN-ON
002059         WHEN NOT OPR-ACTIVE
002060             MOVE 'EXPIRED' TO WS-SEC-EVENT
002061             MOVE 'OPERATOR ID EXPIRED' TO WS-SEC-DETAIL
002062             PERFORM 1190-REFUSE-SIGN-ON
002063         WHEN NOT OPR-ROLE-VALID
002064             MOVE 'BADROLE' TO WS-SEC-EVENT
002065             MOVE 'NO VALID ROLE ON FILE' TO WS-SEC-DETAIL
002066             PERFORM 1190-REFUSE-SIGN-ON
002067         WHEN WS-PIN-HASH NOT = OPR-PIN-HASH
002068             PERFORM 1120-COUNT-FAILURE
002069             PERFORM 1190-REFUSE-SIGN-ON
002070         WHEN OTHER
002071             PERFORM 1130-ACCEPT-SIGN-ON
002072     END-EVALUATE.
002073
002074*----------------------------------------------------------------
002075*    1120-COUNT-FAILURE
002076*    ADDS A WRONG PIN TO THE ID'S FAILURE COUNT.  THE COUNT
002077*    RUNS ACROSS SESSIONS UNTIL A GOOD SIGN-ON CLEARS IT; WHEN
002078*    IT REACHES WS-MAX-PIN-FAILURES THE ID IS LOCKED.
002079*----------------------------------------------------------------
002080 1120-COUNT-FAILURE.
002081     IF OPR-FAIL-COUNT NOT NUMERIC
002082         MOVE ZERO TO OPR-FAIL-COUNT
002083     END-IF
002084     IF OPR-FAIL-COUNT < 99
002085         ADD 1 TO OPR-FAIL-COUNT
002086     END-IF
002087     MOVE OPR-FAIL-COUNT TO WS-FAIL-DISPLAY
002088     IF OPR-FAIL-COUNT NOT < WS-MAX-PIN-FAILURES
002089         ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
002090         ACCEPT WS-AUDIT-TIME FROM TIME
002091         MOVE 'Y'                 TO OPR-LOCKED-SW
002092         MOVE WS-AUDIT-DATE       TO OPR-LOCKED-DATE
002093         MOVE WS-AUDIT-TIME (1:6) TO OPR-LOCKED-TIME
002094         MOVE 'LOCKOUT' TO WS-SEC-EVENT
002095         STRING "WRONG PIN - ID LOCKED AFTER "
002096                WS-FAIL-DISPLAY " FAILURES" DELIMITED BY SIZE
002097             INTO WS-SEC-DETAIL
002098         END-STRING
002099     ELSE
002100         MOVE 'BADPIN' TO WS-SEC-EVENT
002101         STRING "WRONG PIN - FAILURE " WS-FAIL-DISPLAY
002102                DELIMITED BY SIZE
002103             INTO WS-SEC-DETAIL
002104         END-STRING
002105     END-IF
002106     REWRITE OPERATOR-RECORD
002107         INVALID KEY
002108             DISPLAY "CUSTMNT: OPERATOR FILE REWRITE FAILED - "
002109                     "STATUS " WS-OPR-FILE-STATUS
002110     END-REWRITE.
002111
002112*----------------------------------------------------------------
002113*    1130-ACCEPT-SIGN-ON
002114*    CLEARS THE FAILURE COUNT, STAMPS THE SIGN-ON AND TAKES THE
002115*    ROLE THAT 2100-MAINTAIN-CUSTOMER WORKS FROM.
002116*----------------------------------------------------------------
002117 1130-ACCEPT-SIGN-ON.
002118     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
002119     ACCEPT WS-AUDIT-TIME FROM TIME
002120     MOVE ZERO                TO OPR-FAIL-COUNT
002121     MOVE WS-AUDIT-DATE       TO OPR-LAST-SIGNON-DATE
002122     MOVE WS-AUDIT-TIME (1:6) TO OPR-LAST-SIGNON-TIME
002123     REWRITE OPERATOR-RECORD
002124         INVALID KEY
002125             DISPLAY "CUSTMNT: OPERATOR FILE REWRITE FAILED - "
002126                     "STATUS " WS-OPR-FILE-STATUS
002127     END-REWRITE
002128     MOVE OPR-ROLE TO WS-OPER-ROLE
002129     SET WS-SIGNED-ON TO TRUE
002130     EVALUATE TRUE
002131         WHEN WS-ROLE-CLOSE
002132             DISPLAY "CUSTMNT: SIGNED ON AS " WS-OPERATOR
002133                     " - UPDATE, CLOSE AND REINSTATE"
002134         WHEN WS-ROLE-UPDATE
002135             DISPLAY "CUSTMNT: SIGNED ON AS " WS-OPERATOR
002136                     " - UPDATE"
002137         WHEN OTHER
002138             DISPLAY "CUSTMNT: SIGNED ON AS " WS-OPERATOR
002139                     " - INQUIRY ONLY"
002140     END-EVALUATE.
002141
002142*----------------------------------------------------------------
002143*    1190-REFUSE-SIGN-ON
002144*    TELLS THE OPERATOR THE SIGN-ON WAS REFUSED AND LOGS THE
002145*    VIOLATION.  WS-SEC-EVENT AND WS-SEC-DETAIL ARE SET BY THE
002146*    CALLER.
002147*----------------------------------------------------------------
002148 1190-REFUSE-SIGN-ON.
002149     EVALUATE WS-SEC-EVENT
002150         WHEN 'LOCKED'
002151         WHEN 'LOCKOUT'
002152             DISPLAY "CUSTMNT: SIGN-ON REFUSED - OPERATOR ID "
002153                     WS-OPERATOR " IS LOCKED"
002154             DISPLAY "CUSTMNT: ASK AN ADMINISTRATOR TO RESET IT"
002155         WHEN 'EXPIRED'
002156             DISPLAY "CUSTMNT: SIGN-ON REFUSED - OPERATOR ID "
002157                     WS-OPERATOR " HAS EXPIRED"
002158         WHEN 'BADROLE'
002159             DISPLAY "CUSTMNT: SIGN-ON REFUSED - OPERATOR ID "
002160                     WS-OPERATOR " HAS NO ROLE"
002161         WHEN OTHER
002162             DISPLAY "CUSTMNT: SIGN-ON REFUSED - INVALID "
002163                     "OPERATOR ID OR PASSWORD/PIN"
002164     END-EVALUATE
002165     MOVE SPACES TO WS-SEC-CUSTOMER-ID
002166     MOVE SPACES TO WS-SEC-ACTION
002167     PERFORM 9200-WRITE-SECURITY-LOG.
002168
002169*----------------------------------------------------------------
002170*    2000-PROCESS-ONE-CUSTOMER
002171*    PROMPTS FOR A CUSTOMER ID, READS THE MASTER RECORD AND
002172*    HANDS IT TO THE MAINTENANCE DIALOG.  A BLANK OR ZERO ID
002173*    ENDS THE SESSION.
002174*----------------------------------------------------------------
002175 2000-PROCESS-ONE-CUSTOMER.
002176     DISPLAY " "
002177     DISPLAY "CUSTOMER ID (BLANK TO END): "
002178     MOVE SPACES TO WS-ID-IN
002179     ACCEPT WS-ID-IN
002180     IF WS-ID-IN = SPACES OR WS-ID-IN = "0"
002183         SET WS-DONE TO TRUE
002186     ELSE
002190         PERFORM 2010-EDIT-CUSTOMER-ID
002200         IF WS-ID-DIGITS IS NUMERIC
002210             MOVE WS-ID-DIGITS TO CM-CUSTOMER-ID
002500*----------------------------------------------------------------
002510*    2100-MAINTAIN-CUSTOMER
002520*    DISPLAYS THE RECORD JUST READ AND ROUTES THE OPERATOR'S
002523*    CHOICE OF ACTION.  ONLY THE ACTIONS THE OPERATOR'S ROLE
002526*    ALLOWS ARE OFFERED; ONE TYPED ANYWAY IS REFUSED AND LOGGED.
002529*    ANYTHING OTHER THAN U, D OR R LEAVES
002535*    THE RECORD UNTOUCHED AND RETURNS TO THE ID PROMPT.  AN
002540*    ERASED CUSTOMER CAN BE NEITHER UPDATED NOR REINSTATED -
002545*    ITS TOMBSTONE IS ALL THAT MAY REMAIN.
002550*----------------------------------------------------------------
002560 2100-MAINTAIN-CUSTOMER.
002570     DISPLAY "CUSTOMER ID: " CM-CUSTOMER-ID
002600     DISPLAY "LAST NAME..: " CM-LAST-NAME
002610     DISPLAY "SUFFIX.....: " CM-SUFFIX
002620     DISPLAY "EMAIL......: " CM-EMAIL
002621     IF CM-EMAIL-UNDELIVERABLE OR CM-EMAIL-SOFT-BOUNCING
002622         IF CM-EMAIL-UNDELIVERABLE
002623             DISPLAY "EMAIL STAT.: UNDELIVERABLE - BOUNCES "
002624                     CM-BOUNCE-COUNT ", LAST " CM-LAST-BOUNCE-DATE
002625         ELSE
002626             DISPLAY "EMAIL STAT.: SOFT-BOUNCING - BOUNCES "
002627                     CM-BOUNCE-COUNT ", LAST " CM-LAST-BOUNCE-DATE
002628         END-IF
002629     END-IF
002630     DISPLAY "PHONE......: " CM-PHONE
002640     DISPLAY "ADDRESS 1..: " CM-ADDR-LINE-1
002650     DISPLAY "ADDRESS 2..: " CM-ADDR-LINE-2
002710     ELSE
002720         DISPLAY "STATUS.....: ACTIVE"
002730     END-IF
002732     IF CM-ERASE-DATE NOT = SPACES
002734         DISPLAY "ERASED.....: " CM-ERASE-DATE
002736     END-IF
002740     DISPLAY "ADDED......: " CM-ADD-DATE
002750     DISPLAY "LAST CHANGE: " CM-LAST-CHANGE-DATE
002751     DISPLAY "SET BY.....: " CM-SOURCE-PROVIDER
002752             "  NAME " CM-NAME-SOURCE
002753             "  EMAIL " CM-EMAIL-SOURCE
002754     DISPLAY "             PHONE " CM-PHONE-SOURCE
002755             "  ADDRESS " CM-ADDRESS-SOURCE
002756     EVALUATE TRUE
002757         WHEN WS-ROLE-CLOSE
002758             DISPLAY "ACTION (U=UPDATE D=CLOSE R=REINSTATE "
002759                     "N=NEXT): "
002760         WHEN WS-ROLE-UPDATE
002761             DISPLAY "ACTION (U=UPDATE N=NEXT): "
002762         WHEN OTHER
002763             DISPLAY "ACTION (N=NEXT): "
002764     END-EVALUATE
002770     MOVE SPACE TO WS-ACTION
002780     ACCEPT WS-ACTION
002785     PERFORM 2150-CHECK-ACTION-ALLOWED
002790     EVALUATE TRUE
002791         WHEN WS-ACTION-NOT-ALLOWED
002792             PERFORM 2190-REFUSE-ACTION
002793         WHEN (WS-ACTION-UPDATE OR WS-ACTION-REINSTATE)
002794             AND CM-ERASE-DATE NOT = SPACES
002796             DISPLAY "CUSTOMER " CM-CUSTOMER-ID " ERASED ON "
002798                     CM-ERASE-DATE " - RECORD UNTOUCHED"
002800         WHEN WS-ACTION-UPDATE
002810             PERFORM 2200-UPDATE-CUSTOMER
002820         WHEN WS-ACTION-DELETE
002860         WHEN OTHER
002870             CONTINUE
002880     END-EVALUATE.
002881
002882*----------------------------------------------------------------
002883*    2150-CHECK-ACTION-ALLOWED
002884*    AN INQUIRY-ONLY OPERATOR MAY CHANGE NOTHING; AN UPDATE
002885*    OPERATOR MAY UPDATE BUT NOT CLOSE OR REINSTATE; A CLOSE/
002886*    REINSTATE OPERATOR MAY DO ALL THREE.
002887*----------------------------------------------------------------
002888 2150-CHECK-ACTION-ALLOWED.
002889     SET WS-ACTION-ALLOWED TO TRUE
002890     EVALUATE TRUE
002891         WHEN WS-ACTION-UPDATE
002892             IF NOT WS-ROLE-UPDATE AND NOT WS-ROLE-CLOSE
002893                 SET WS-ACTION-NOT-ALLOWED TO TRUE
002894             END-IF
002895         WHEN WS-ACTION-DELETE
002896         WHEN WS-ACTION-REINSTATE
002897             IF NOT WS-ROLE-CLOSE
002898                 SET WS-ACTION-NOT-ALLOWED TO TRUE
002899             END-IF
002900         WHEN OTHER
002901             CONTINUE
002902     END-EVALUATE.
002903
002904*----------------------------------------------------------------
002905*    2190-REFUSE-ACTION
002906*    LEAVES THE RECORD UNTOUCHED AND LOGS THE REFUSED ACTION
002907*    AGAINST THE CUSTOMER IT WAS TRIED ON.
002908*----------------------------------------------------------------
002909 2190-REFUSE-ACTION.
002910     DISPLAY "ACTION NOT ALLOWED FOR OPERATOR " WS-OPERATOR
002911             " - RECORD UNTOUCHED"
002912     MOVE 'REFUSED'      TO WS-SEC-EVENT
002913     MOVE CM-CUSTOMER-ID TO WS-SEC-CUSTOMER-ID
002914     EVALUATE TRUE
002915         WHEN WS-ACTION-UPDATE
002916             MOVE 'UPDATE' TO WS-SEC-ACTION
002917         WHEN WS-ACTION-DELETE
002918             MOVE 'CLOSE' TO WS-SEC-ACTION
002919         WHEN OTHER
002920             MOVE 'REINST' TO WS-SEC-ACTION
002921     END-EVALUATE
002922     MOVE SPACES TO WS-SEC-DETAIL
002923     STRING "ROLE " WS-OPER-ROLE " DOES NOT ALLOW THIS ACTION"
002924            DELIMITED BY SIZE
002925         INTO WS-SEC-DETAIL
002926     END-STRING
002927     PERFORM 9200-WRITE-SECURITY-LOG.
002928
002929*----------------------------------------------------------------
002930*    2200-UPDATE-CUSTOMER
002931*    ACCEPTS CORRECTED NAME FIELDS AND EMAIL (BLANK KEEPS THE
002933*    CURRENT VALUE), REWRITES THE RECORD AND LOGS THE BEFORE
002935*    AND AFTER IMAGES TO THE AUDIT LOG.  A FIELD GROUP THE
002940*    OPERATOR ACTUALLY CHANGED IS STAMPED AS SET ONLINE, AS IS
002945*    THE RECORD AS A WHOLE.
002950*----------------------------------------------------------------
002960 2200-UPDATE-CUSTOMER.
002970     MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
003260
003270     MOVE 'N' TO WS-EMAIL-DONE-SW
003280     PERFORM 2210-GET-NEW-EMAIL UNTIL WS-EMAIL-DONE
003281
003282     MOVE WS-BEFORE-IMAGE TO BEFORE-MASTER-RECORD
003283     IF CM-FIRST-NAME  NOT = BM-FIRST-NAME
003284         OR CM-MIDDLE-NAME NOT = BM-MIDDLE-NAME
003285         OR CM-LAST-NAME   NOT = BM-LAST-NAME
003286         OR CM-SUFFIX      NOT = BM-SUFFIX
003287         MOVE WS-ONLINE-SOURCE TO CM-NAME-SOURCE
003288     END-IF
003289     IF CM-EMAIL NOT = BM-EMAIL
003290         MOVE WS-ONLINE-SOURCE TO CM-EMAIL-SOURCE
003291         MOVE SPACES TO CM-EMAIL-DELIVERABILITY
003292     END-IF
003294     MOVE WS-ONLINE-SOURCE TO CM-SOURCE-PROVIDER
003296
003300     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
003310     MOVE WS-AUDIT-DATE TO CM-LAST-CHANGE-DATE
003320
004240             MOVE 'I'           TO CM-STATUS
004250             MOVE WS-AUDIT-DATE TO CM-CLOSE-DATE
004260             MOVE WS-AUDIT-DATE TO CM-LAST-CHANGE-DATE
004265             MOVE WS-ONLINE-SOURCE TO CM-SOURCE-PROVIDER
004270             REWRITE CUSTOMER-MASTER-RECORD
004280                 INVALID KEY
004290                     DISPLAY "CLOSE FAILED - STATUS "
004660             MOVE 'A'           TO CM-STATUS
004670             MOVE SPACES        TO CM-CLOSE-DATE
004680             MOVE WS-AUDIT-DATE TO CM-LAST-CHANGE-DATE
004685             MOVE WS-ONLINE-SOURCE TO CM-SOURCE-PROVIDER
004690             REWRITE CUSTOMER-MASTER-RECORD
004700                 INVALID KEY
004710                     DISPLAY "REINSTATE FAILED - STATUS "
005160     WRITE AUDIT-LOG-RECORD.
005170
005180*----------------------------------------------------------------
005181*    9200-WRITE-SECURITY-LOG
005182*    STAMPS AND WRITES ONE SECURITY-VIOLATION LOG LINE.
005183*    WS-SEC-EVENT, WS-SEC-CUSTOMER-ID, WS-SEC-ACTION AND
005184*    WS-SEC-DETAIL ARE SET BY THE CALLER.
005185*----------------------------------------------------------------
005186 9200-WRITE-SECURITY-LOG.
005187     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
005188     ACCEPT WS-AUDIT-TIME FROM TIME
005189     MOVE SPACES              TO SECURITY-LOG-RECORD
005190     MOVE WS-AUDIT-DATE       TO SEC-DATE
005191     MOVE WS-AUDIT-TIME (1:6) TO SEC-TIME
005192     MOVE 'CUSTMNT'           TO SEC-PROGRAM
005193     MOVE WS-OPERATOR         TO SEC-OPERATOR
005194     MOVE WS-SEC-EVENT        TO SEC-EVENT
005195     MOVE WS-SEC-CUSTOMER-ID  TO SEC-CUSTOMER-ID
005196     MOVE WS-SEC-ACTION       TO SEC-ACTION
005197     MOVE WS-SEC-DETAIL       TO SEC-DETAIL
005198     WRITE SECURITY-LOG-RECORD.
005199
005200*----------------------------------------------------------------
005203*    9500-WRITE-JOURNAL
005206*    APPENDS ONE CMJRNL.DAT CHANGE-JOURNAL RECORD.  THERE IS
005210*    NO INPUT DATA SET FOR AN ON-REQUEST CHANGE, SO THE SOURCE
005220*    DSN CARRIES THE SIGNED-ON OPERATOR ID INSTEAD.  THE BEFORE
005230*    IMAGE WAS SAVED BY THE CALLER IN WS-BEFORE-IMAGE;
005240*    WS-JRN-ACTION AND WS-JRN-AFTER-IMAGE ARE SET BY THE
005250*    CALLER TOO.
005470     CLOSE CUSTOMER-MASTER-FILE
005480     CLOSE AUDIT-LOG-FILE
005490     CLOSE JOURNAL-FILE
005495     CLOSE SECURITY-LOG-FILE
005500     PERFORM 9650-RELEASE-MASTER-LOCK
005510     MOVE WS-UPDATES-MADE TO WS-CNT-DISPLAY
005520     DISPLAY "CUSTMNT SESSION - UPDATES...: " WS-CNT-DISPLAY
006070         CLOSE MASTER-LOCK-FILE
006080         MOVE 'N' TO WS-LOCK-SW
006090     END-IF.
006100
006110*----------------------------------------------------------------
006120*    9700-HASH-PIN
006130*    FOLDS THE OPERATOR ID AND PIN (WS-HASH-INPUT), BYTE BY
006140*    BYTE, INTO THE NINE-DIGIT HASH THE OPERATOR FILE HOLDS, SO
006150*    NO PIN IS EVER STORED AS TYPED.  THE ID IS PART OF THE
006160*    HASH, SO TWO OPERATORS WITH ONE PIN DO NOT SHARE A HASH.
006170*    CMOPERAD CARRIES THE SAME PARAGRAPHS; THE TWO MUST STAY
006180*    IDENTICAL OR NO OPERATOR CAN SIGN ON.
006190*----------------------------------------------------------------
006200 9700-HASH-PIN.
006210     MOVE 7 TO WS-HASH-ACCUM
006220     PERFORM 9710-HASH-ONE-BYTE
006230         VARYING WS-HASH-IX FROM 1 BY 1
006240             UNTIL WS-HASH-IX > 16
006250     MOVE WS-HASH-ACCUM TO WS-PIN-HASH.
006260
006270 9710-HASH-ONE-BYTE.
006280     MOVE ZERO TO WS-HASH-BYTE-VALUE
006290     MOVE WS-HASH-INPUT (WS-HASH-IX:1) TO WS-HASH-BYTE
006300     COMPUTE WS-HASH-ACCUM = WS-HASH-ACCUM * 131
006310                           + WS-HASH-BYTE-VALUE + WS-HASH-IX
006320     DIVIDE WS-HASH-ACCUM BY 999999937
006330         GIVING WS-HASH-QUOTIENT
006340         REMAINDER WS-HASH-REMAINDER
006350     MOVE WS-HASH-REMAINDER TO WS-HASH-ACCUM.
