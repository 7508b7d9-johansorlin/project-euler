000100******************************************************************
000200*                                                                *
000300*    PROGRAM:     EUL1CLM                                       *
000400*    AUTHOR:      J. D. MERCER                                  *
000500*    INSTALLATION: DATA PROCESSING                              *
000600*    DATE-WRITTEN: OCTOBER 2026                                 *
000700*                                                                *
000800*    DESCRIPTION:                                               *
000900*        ONLINE MAINTENANCE TRANSACTION FOR THE EUL1 RUN        *
001000*        CALENDAR (EUL1CAL) AND THE SHOP HOLIDAY CALENDAR       *
001100*        (EUL1HOL).  THE OPERATOR SIGNS ON WITH AN OPERATOR ID, *
001200*        CHOOSES THE FILE AND ADD, CHANGE, OR DELETE, AND KEYS  *
001300*        THE PARAMETER SET NAME OR THE HOLIDAY DATE.  A         *
001400*        CALENDAR RECORD TAKES THE SCHEDULE AND ONLY THE        *
001500*        DETAILS THAT SCHEDULE USES - THE WEEKDAYS, UP TO FIVE  *
001600*        DATES, OR THE BUSINESS DAY OF THE MONTH - AND, FOR THE *
001700*        DAILY, WEEKDAY, MONTH-END, AND DATE SCHEDULES, THE     *
001800*        HOLIDAY ACTION: RUN ANYWAY, SKIP, OR ROLL TO THE NEXT  *
001900*        BUSINESS DAY.  A CALENDAR RECORD MAY ONLY BE ADDED OR  *
002000*        CHANGED FOR A SCENARIO ACTIVE ON THE SCENARIO          *
002100*        REGISTRY.  A HOLIDAY TAKES A DESCRIPTION.  ON A CHANGE *
002200*        A BLANK RESPONSE LEAVES THE FIELD AS IT IS, AND A      *
002300*        DELETE IS CONFIRMED FIRST.  EVERY RECORD WRITTEN IS    *
002400*        STAMPED WITH THE OPERATOR, AND EVERY ADD, CHANGE, AND  *
002500*        DELETE IS WRITTEN TO THE CALENDAR CHANGE LOG (EUL1CLG) *
002600*        WITH ITS BEFORE AND AFTER IMAGES.                      *
002620*        THE OPERATOR MUST HOLD THE CALENDAR MAINTAINER ROLE ON *
002640*        THE OPERATOR AUTHORITY FILE (EUL1OPA); A REFUSAL IS    *
002660*        LOGGED TO THE SECURITY VIOLATION FILE (EUL1SEC).       *
002700*                                                                *
002800*    MODIFICATION HISTORY:                                      *
002900*        OCT2026  JDM  ORIGINAL PROGRAM.                        *
002910*        OCT2026  JDM  MAINTENANCE IS REFUSED UNLESS THE        *
002920*                      OPERATOR HOLDS THE CALENDAR MAINTAINER   *
002930*                      ROLE ON THE OPERATOR AUTHORITY FILE      *
002940*                      (EUL1OPA); EACH REFUSAL IS LOGGED TO THE *
002950*                      SECURITY VIOLATION FILE (EUL1SEC).       *
002955*        OCT2026  JDM  A CALENDAR, HOLIDAY CALENDAR, OR         *
002960*                      REGISTRY THAT CANNOT BE OPENED REFUSES   *
002965*                      THE TRANSACTION; A FAILED UPDATE IS      *
002970*                      REPORTED WITH ITS FILE STATUS AND NOT    *
002975*                      LOGGED; A CHANGE LOG THAT CANNOT BE      *
002980*                      OPENED IS REPORTED.                      *
002983*        OCT2026  JDM  THE AUTHORITY RECORD IS TAKEN FROM THE   *
002986*                      RECORD AREA BEFORE THE FILE IS CLOSED,   *
002989*                      AND A READ THAT FAILS FOR ANY REASON     *
002992*                      OTHER THAN RECORD NOT FOUND AUTHORIZES   *
002995*                      NOBODY.                                  *
003000*                                                                *
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. EUL1CLM.
003400 AUTHOR. J. D. MERCER.
003500 INSTALLATION. DATA PROCESSING.
003600 DATE-WRITTEN. OCTOBER 2026.
003700 DATE-COMPILED.
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT EUL1-CALEN-FILE  ASSIGN TO EUL1CAL
004300                             ORGANIZATION IS INDEXED
004400                             ACCESS MODE IS DYNAMIC
004500                             RECORD KEY IS EUL1-CAL-KEY
004600                             FILE STATUS IS EUL1-CAL-FILE-STATUS.
004700*
004800     SELECT EUL1-HOLIDAY-FILE ASSIGN TO EUL1HOL
004900                             ORGANIZATION IS INDEXED
005000                             ACCESS MODE IS DYNAMIC
005100                             RECORD KEY IS EUL1-HOL-KEY
005200                             FILE STATUS IS EUL1-HOL-FILE-STATUS.
005300*
005400     SELECT EUL1-REGISTRY-FILE ASSIGN TO EUL1REG
005500                             ORGANIZATION IS INDEXED
005600                             ACCESS MODE IS DYNAMIC
005700                             RECORD KEY IS EUL1-REG-KEY
005800                             FILE STATUS IS EUL1-REG-FILE-STATUS.
005900*
006000     SELECT EUL1-CALLOG-FILE ASSIGN TO EUL1CLG
006100                             ORGANIZATION IS SEQUENTIAL
006200                             FILE STATUS IS EUL1-CLG-FILE-STATUS.
006209*
006218     SELECT EUL1-AUTHORITY-FILE ASSIGN TO EUL1OPA
006227                             ORGANIZATION IS INDEXED
006236                             ACCESS MODE IS DYNAMIC
006245                             RECORD KEY IS EUL1-OPA-KEY
006254                             FILE STATUS IS EUL1-OPA-FILE-STATUS.
006263*
006272     SELECT EUL1-SECLOG-FILE ASSIGN TO EUL1SEC
006281                             ORGANIZATION IS SEQUENTIAL
006290                             FILE STATUS IS EUL1-SEC-FILE-STATUS.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  EUL1-CALEN-FILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  EUL1-CAL-CARD.
007000     05  EUL1-CAL-KEY            PIC X(08).
007100     05  FILLER                  PIC X(72).
007200*
007300 FD  EUL1-HOLIDAY-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  EUL1-HOL-CARD.
007700     05  EUL1-HOL-KEY            PIC X(08).
007800     05  FILLER                  PIC X(72).
007900*
008000 FD  EUL1-REGISTRY-FILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 200 CHARACTERS.
008300 01  EUL1-REG-CARD.
008400     05  EUL1-REG-KEY            PIC X(08).
008500     05  FILLER                  PIC X(192).
008600*
008700 FD  EUL1-CALLOG-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORD CONTAINS 200 CHARACTERS.
009000 01  EUL1-CLG-CARD           PIC X(200).
009100*
009107 FD  EUL1-AUTHORITY-FILE
009114     LABEL RECORDS ARE STANDARD
009121     RECORD CONTAINS 200 CHARACTERS.
009128 01  EUL1-OPA-CARD.
009135     05  EUL1-OPA-KEY            PIC X(08).
009142     05  FILLER                  PIC X(192).
009149*
009156 FD  EUL1-SECLOG-FILE
009163     LABEL RECORDS ARE STANDARD
009170     RECORD CONTAINS 200 CHARACTERS.
009177 01  EUL1-SEC-CARD           PIC X(200).
009184*
009200 WORKING-STORAGE SECTION.
009300*
009400******************************************************************
009500*    RUN-CALENDAR RECORD WORKING STORAGE                        *
009600******************************************************************
009700 COPY EUL1CAL.
009800*
009900******************************************************************
010000*    SHOP HOLIDAY RECORD WORKING STORAGE                        *
010100******************************************************************
010200 COPY EUL1HOL.
010300*
010400******************************************************************
010500*    SCENARIO REGISTRY RECORD WORKING STORAGE                   *
010600******************************************************************
010700 COPY EUL1REG.
010800*
010900******************************************************************
011000*    CALENDAR CHANGE LOG RECORD WORKING STORAGE                 *
011100******************************************************************
011200 COPY EUL1CLG.
011300*
011309******************************************************************
011318*    OPERATOR AUTHORITY RECORD WORKING STORAGE                  *
011327******************************************************************
011336 COPY EUL1OPA.
011345*
011354******************************************************************
011363*    SECURITY VIOLATION RECORD WORKING STORAGE                  *
011372******************************************************************
011381 COPY EUL1SEC.
011390*
011400******************************************************************
011500*    SWITCHES                                                   *
011600******************************************************************
011700 77  EUL1-CAL-FILE-STATUS    PIC X(02) VALUE '00'.
011800     88  EUL1-CAL-FILE-OK    VALUE '00'.
011900     88  EUL1-CAL-FILE-NEW   VALUE '35'.
012000*
012100 77  EUL1-HOL-FILE-STATUS    PIC X(02) VALUE '00'.
012200     88  EUL1-HOL-FILE-OK    VALUE '00'.
012300     88  EUL1-HOL-FILE-NEW   VALUE '35'.
012400*
012500 77  EUL1-REG-FILE-STATUS    PIC X(02) VALUE '00'.
012600     88  EUL1-REG-FILE-OK    VALUE '00'.
012700     88  EUL1-REG-FILE-NEW   VALUE '35'.
012800*
012900 77  EUL1-CLG-FILE-STATUS    PIC X(02) VALUE '00'.
013000     88  EUL1-CLG-FILE-OK    VALUE '00'.
013100     88  EUL1-CLG-FILE-NEW   VALUE '35'.
013110*
013120 77  EUL1-OPA-FILE-STATUS    PIC X(02) VALUE '00'.
013130     88  EUL1-OPA-FILE-OK    VALUE '00'.
013140     88  EUL1-OPA-FILE-NEW   VALUE '35'.
013150*
013160 77  EUL1-SEC-FILE-STATUS    PIC X(02) VALUE '00'.
013170     88  EUL1-SEC-FILE-OK    VALUE '00'.
013180     88  EUL1-SEC-FILE-NEW   VALUE '35'.
013200*
013300 77  EUL1-CLM-REG-SW         PIC X(01) VALUE 'N'.
013400     88  EUL1-CLM-REG-OPEN   VALUE 'Y'.
013500     88  EUL1-CLM-REG-ABSENT VALUE 'N'.
013600*
013700 77  EUL1-CLM-ERROR-SW       PIC X(01) VALUE 'N'.
013800     88  EUL1-CLM-ERROR      VALUE 'Y'.
013900     88  EUL1-CLM-NO-ERROR   VALUE 'N'.
014000*
014100 77  EUL1-CLM-ENTRY-SW       PIC X(01) VALUE 'N'.
014200     88  EUL1-CLM-ENTRY-FOUND     VALUE 'Y'.
014300     88  EUL1-CLM-ENTRY-NOT-FOUND VALUE 'N'.
014400*
014500 77  EUL1-CLM-FILE           PIC X(01) VALUE SPACE.
014600     88  EUL1-CLM-FILE-CAL   VALUE 'C'.
014700     88  EUL1-CLM-FILE-HOL   VALUE 'H'.
014800*
014900 77  EUL1-CLM-FUNCTION       PIC X(01) VALUE SPACE.
015000     88  EUL1-CLM-FUNC-ADD       VALUE 'A'.
015100     88  EUL1-CLM-FUNC-CHANGE    VALUE 'C'.
015200     88  EUL1-CLM-FUNC-DELETE    VALUE 'D'.
015300*
015400 77  EUL1-CLM-CONFIRM        PIC X(01) VALUE SPACE.
015500     88  EUL1-CLM-CONFIRMED  VALUE 'Y'.
015600*
015700******************************************************************
015800*    WORKING FIELDS                                             *
015900******************************************************************
016000 77  EUL1-CLM-TODAY          PIC 9(08) VALUE ZERO.
016100 77  EUL1-CLM-TIME           PIC 9(08) VALUE ZERO.
016200 77  EUL1-CLM-DATE-N         PIC 9(08) VALUE ZERO.
016300 77  EUL1-CLM-TOKEN-CNT      PIC 9(02) BINARY VALUE ZERO.
016400 77  EUL1-CLM-DATE-CNT       PIC 9(02) BINARY VALUE ZERO.
016500 77  EUL1-CLM-YES-CNT        PIC 9(02) BINARY VALUE ZERO.
016600 77  EUL1-DTX                PIC 9(02) BINARY VALUE ZERO.
016700 77  EUL1-WDX                PIC 9(02) BINARY VALUE ZERO.
016800*
016900 01  EUL1-CLM-OPERATOR       PIC X(08) VALUE SPACES.
017000 01  EUL1-CLM-TIMESTAMP      PIC X(14) VALUE SPACES.
017100 01  EUL1-CLM-SET-NAME       PIC X(08) VALUE SPACES.
017200 01  EUL1-CLM-HOL-DATE       PIC X(08) VALUE SPACES.
017300 01  EUL1-CLM-HOL-DATE-N     REDEFINES EUL1-CLM-HOL-DATE
017400                             PIC 9(08).
017500 01  EUL1-CLM-NEW-SCHED      PIC X(01) VALUE SPACE.
017600 01  EUL1-CLM-NEW-WEEKDAYS   PIC X(07) VALUE SPACES.
017700 01  EUL1-CLM-NEW-DATE-TEXT  PIC X(60) VALUE SPACES.
017800 01  EUL1-CLM-NEW-BDAY       PIC X(02) VALUE SPACES.
017900 01  EUL1-CLM-NEW-BDAY-N     REDEFINES EUL1-CLM-NEW-BDAY
018000                             PIC 9(02).
018100 01  EUL1-CLM-NEW-ACTION     PIC X(01) VALUE SPACE.
018200 01  EUL1-CLM-NEW-DESC       PIC X(30) VALUE SPACES.
018300 01  EUL1-CLM-DATE-X         PIC X(10) VALUE SPACES.
018400 01  EUL1-CLM-BEFORE-IMAGE   PIC X(80) VALUE SPACES.
018500 01  EUL1-CLM-AFTER-IMAGE    PIC X(80) VALUE SPACES.
018600*
018700 01  EUL1-CLM-TOKENS.
018800     05  EUL1-CLM-TOKEN      PIC X(10) OCCURS 5 TIMES.
018900*
019000 PROCEDURE DIVISION.
019100*
019200******************************************************************
019300*    0000-MAINLINE                                              *
019400******************************************************************
019500 0000-MAINLINE.
019600     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
019610     IF EUL1-CLM-ERROR
019620         DISPLAY 'EUL1CLM - NO UPDATE APPLIED'
019630         PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
019640         STOP RUN
019650     END-IF.
019700     PERFORM 1300-ACCEPT-OPERATOR THRU 1300-EXIT.
019800     IF EUL1-CLM-ERROR
019900         DISPLAY 'EUL1CLM - NO UPDATE APPLIED'
020000         PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
020100         STOP RUN
020200     END-IF.
020300     PERFORM 1500-ACCEPT-KEY THRU 1500-EXIT.
020400     IF EUL1-CLM-ERROR
020500         DISPLAY 'EUL1CLM - NO UPDATE APPLIED'
020600         PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
020700         STOP RUN
020800     END-IF.
020900     PERFORM 2000-SHOW-RECORD THRU 2000-EXIT.
021000     IF EUL1-CLM-ERROR
021100         DISPLAY 'EUL1CLM - NO UPDATE APPLIED'
021200         PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
021300         STOP RUN
021400     END-IF.
021500     IF EUL1-CLM-FUNC-DELETE
021600         PERFORM 3800-CONFIRM-DELETE THRU 3800-EXIT
021700     ELSE
021800         IF EUL1-CLM-FILE-CAL
021900             PERFORM 3000-ACCEPT-CALENDAR THRU 3000-EXIT
022000             PERFORM 4000-VALIDATE-CALENDAR THRU 4000-EXIT
022100         ELSE
022200             PERFORM 3500-ACCEPT-HOLIDAY THRU 3500-EXIT
022300             PERFORM 4500-VALIDATE-HOLIDAY THRU 4500-EXIT
022400         END-IF
022500     END-IF.
022600     IF EUL1-CLM-NO-ERROR
022700         PERFORM 5000-WRITE-RECORD THRU 5000-EXIT
022800     ELSE
022900         DISPLAY 'EUL1CLM - NO UPDATE APPLIED'
023000     END-IF.
023100     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
023200     STOP RUN.
023300*
023400******************************************************************
023500*    1000-OPEN-FILES - OPEN THE RUN CALENDAR AND THE HOLIDAY     *
023600*    CALENDAR FOR UPDATE, AND THE SCENARIO REGISTRY TO READ.  A  *
023700*    MISSING CALENDAR IS AN EMPTY ONE, NOT AN ERROR, SO THE      *
023800*    FIRST RECORD CAN BE ADDED.  A FILE THAT CANNOT BE OPENED    *
023850*    REFUSES THE TRANSACTION.                                    *
023900******************************************************************
024000 1000-OPEN-FILES.
024100     OPEN I-O EUL1-CALEN-FILE.
024200     IF EUL1-CAL-FILE-NEW
024300         DISPLAY 'EUL1CLM - NO RUN CALENDAR ON FILE YET - '
024400             'STARTING EMPTY'
024500         OPEN OUTPUT EUL1-CALEN-FILE
024600         CLOSE EUL1-CALEN-FILE
024700         OPEN I-O EUL1-CALEN-FILE
024800     END-IF.
024810     IF NOT EUL1-CAL-FILE-OK
024820         DISPLAY 'EUL1CLM - RUN CALENDAR NOT AVAILABLE - STATUS '
024830             EUL1-CAL-FILE-STATUS
024840         SET EUL1-CLM-ERROR TO TRUE
024850         GO TO 1000-EXIT
024860     END-IF.
024900     OPEN I-O EUL1-HOLIDAY-FILE.
025000     IF EUL1-HOL-FILE-NEW
025100         DISPLAY 'EUL1CLM - NO HOLIDAY CALENDAR ON FILE YET - '
025200             'STARTING EMPTY'
025300         OPEN OUTPUT EUL1-HOLIDAY-FILE
025400         CLOSE EUL1-HOLIDAY-FILE
025500         OPEN I-O EUL1-HOLIDAY-FILE
025600     END-IF.
025610     IF NOT EUL1-HOL-FILE-OK
025620         DISPLAY 'EUL1CLM - HOLIDAY CALENDAR NOT AVAILABLE - '
025630             'STATUS ' EUL1-HOL-FILE-STATUS
025640         SET EUL1-CLM-ERROR TO TRUE
025650         GO TO 1000-EXIT
025660     END-IF.
025700     OPEN INPUT EUL1-REGISTRY-FILE.
025800     IF EUL1-REG-FILE-NEW
025900         DISPLAY 'EUL1CLM - NO SCENARIO REGISTRY ON FILE - NO '
026000             'SCENARIO IS REGISTERED'
026100     ELSE
026130         IF EUL1-REG-FILE-OK
026160             SET EUL1-CLM-REG-OPEN TO TRUE
026190         ELSE
026220             DISPLAY 'EUL1CLM - SCENARIO REGISTRY NOT AVAILABLE '
026250                 '- STATUS ' EUL1-REG-FILE-STATUS
026280             SET EUL1-CLM-ERROR TO TRUE
026310         END-IF
026340     END-IF.
026400 1000-EXIT.
026500     EXIT.
026600*
026700******************************************************************
026800*    1300-ACCEPT-OPERATOR - SIGN THE OPERATOR ON AND PICK UP     *
026900*    THE FILE AND THE FUNCTION, STAMPING THE SESSION.            *
026950*    THE OPERATOR MUST HOLD THE CALENDAR MAINTAINER ROLE.        *
027000******************************************************************
027100 1300-ACCEPT-OPERATOR.
027200     SET EUL1-CLM-NO-ERROR TO TRUE.
027300     ACCEPT EUL1-CLM-TODAY FROM DATE YYYYMMDD.
027400     ACCEPT EUL1-CLM-TIME FROM TIME.
027500     STRING EUL1-CLM-TODAY DELIMITED BY SIZE
027600            EUL1-CLM-TIME(1:6) DELIMITED BY SIZE
027700            INTO EUL1-CLM-TIMESTAMP
027800     END-STRING.
027900     DISPLAY 'EUL1 RUN CALENDAR AND HOLIDAY MAINTENANCE'.
028000     DISPLAY 'ENTER OPERATOR ID: '.
028100     ACCEPT EUL1-CLM-OPERATOR.
028200     IF EUL1-CLM-OPERATOR = SPACES
028300         DISPLAY 'EUL1CLM - OPERATOR ID IS REQUIRED'
028400         SET EUL1-CLM-ERROR TO TRUE
028500         GO TO 1300-EXIT
028600     END-IF.
028700     DISPLAY 'ENTER FILE - C = RUN CALENDAR, H = SHOP HOLIDAYS: '.
028800     ACCEPT EUL1-CLM-FILE.
028900     IF NOT EUL1-CLM-FILE-CAL
029000        AND NOT EUL1-CLM-FILE-HOL
029100         DISPLAY 'EUL1CLM - FILE MUST BE C OR H'
029200         SET EUL1-CLM-ERROR TO TRUE
029300         GO TO 1300-EXIT
029400     END-IF.
029500     DISPLAY 'ENTER FUNCTION - A = ADD, C = CHANGE, D = DELETE: '.
029600     ACCEPT EUL1-CLM-FUNCTION.
029700     IF NOT EUL1-CLM-FUNC-ADD
029800        AND NOT EUL1-CLM-FUNC-CHANGE
029900        AND NOT EUL1-CLM-FUNC-DELETE
030000         DISPLAY 'EUL1CLM - FUNCTION MUST BE A, C, OR D'
030100         SET EUL1-CLM-ERROR TO TRUE
030150         GO TO 1300-EXIT
030200     END-IF.
030208     MOVE SPACES TO EUL1-SEC-RECORD.
030216     SET EUL1-OPA-FOR-CALENDAR TO TRUE.
030224     IF EUL1-CLM-FILE-CAL
030232         MOVE 'MAINTAIN THE RUN CALENDAR' TO EUL1-SEC-ACTION
030240     ELSE
030245         MOVE 'MAINTAIN THE SHOP HOLIDAY CALENDAR'
030250             TO EUL1-SEC-ACTION
030256     END-IF.
030264     PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT.
030272     IF NOT EUL1-SEC-AUTHORIZED
030280         SET EUL1-CLM-ERROR TO TRUE
030288     END-IF.
030300 1300-EXIT.
030400     EXIT.
030401*
030402******************************************************************
030403*    1400-CHECK-AUTHORITY - THE OPERATOR MUST HOLD THE ROLE      *
030404*    NAMED BY EUL1-OPA-ROLE-NO ON THE OPERATOR AUTHORITY FILE,   *
030405*    EFFECTIVE AND NOT EXPIRED TODAY.  THE CALLER HAS CLEARED    *
030406*    THE VIOLATION RECORD AND NAMED THE ACTION ATTEMPTED.  A     *
030407*    REFUSAL IS DISPLAYED AND LOGGED, AND LEAVES                 *
030408*    EUL1-SEC-AUTHORIZED FALSE FOR THE CALLER TO ACT ON.         *
030409******************************************************************
030410 1400-CHECK-AUTHORITY.
030411     MOVE SPACE TO EUL1-SEC-REASON-CODE.
030412     MOVE SPACES TO EUL1-SEC-REASON.
030413     PERFORM 1420-FIND-AUTHORITY THRU 1420-EXIT.
030414     IF EUL1-SEC-AUTHORIZED
030415         GO TO 1400-EXIT
030416     END-IF.
030417     DISPLAY 'EUL1CLM - OPERATOR ' EUL1-CLM-OPERATOR
030418         ' IS NOT AUTHORIZED AS '
030419         EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO).
030420     DISPLAY 'EUL1CLM - ' EUL1-SEC-REASON.
030421     PERFORM 1450-LOG-VIOLATION THRU 1450-EXIT.
030422 1400-EXIT.
030423     EXIT.
030424*
030425******************************************************************
030426*    1420-FIND-AUTHORITY - READ THE OPERATOR'S AUTHORITY RECORD  *
030427*    AND JUDGE THE ROLE AGAINST TODAY'S DATE, SETTING THE REASON *
030428*    FOR ANY REFUSAL.  A MISSING OR UNREADABLE AUTHORITY FILE    *
030429*    AUTHORIZES NOBODY.                                          *
030430******************************************************************
030431 1420-FIND-AUTHORITY.
030432     OPEN INPUT EUL1-AUTHORITY-FILE.
030433     IF NOT EUL1-OPA-FILE-OK
030434         SET EUL1-SEC-NO-FILE TO TRUE
030435         STRING 'NO OPERATOR AUTHORITY FILE - STATUS '
030436                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
030437                INTO EUL1-SEC-REASON
030438         END-STRING
030439         GO TO 1420-EXIT
030440     END-IF.
030441     MOVE EUL1-CLM-OPERATOR TO EUL1-OPA-KEY.
030442     READ EUL1-AUTHORITY-FILE
030443         INVALID KEY
030444             SET EUL1-SEC-NOT-LISTED TO TRUE
030445             MOVE 'OPERATOR IS NOT ON THE AUTHORITY FILE'
030446                 TO EUL1-SEC-REASON
030447     END-READ.
030449     IF NOT EUL1-SEC-NOT-LISTED
030451        AND NOT EUL1-OPA-FILE-OK
030453         SET EUL1-SEC-NO-FILE TO TRUE
030455         STRING 'AUTHORITY FILE READ FAILED - STATUS '
030457                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
030459                INTO EUL1-SEC-REASON
030461         END-STRING
030463     END-IF.
030465     IF EUL1-SEC-AUTHORIZED
030467         MOVE EUL1-OPA-CARD TO EUL1-OPA-RECORD
030469     END-IF.
030471     CLOSE EUL1-AUTHORITY-FILE.
030473     IF NOT EUL1-SEC-AUTHORIZED
030475         GO TO 1420-EXIT
030477     END-IF.
030479     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) NOT NUMERIC
030481        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) NOT NUMERIC
030483         SET EUL1-SEC-NOT-HELD TO TRUE
030485         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
030487         GO TO 1420-EXIT
030489     END-IF.
030491     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) = ZERO
030493        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) = ZERO
030495         SET EUL1-SEC-NOT-HELD TO TRUE
030497         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
030499         GO TO 1420-EXIT
030501     END-IF.
030503     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) > EUL1-CLM-TODAY
030505         SET EUL1-SEC-NOT-YET TO TRUE
030507         STRING 'ROLE IS NOT EFFECTIVE UNTIL '
030509                EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO)
030511                DELIMITED BY SIZE
030513                INTO EUL1-SEC-REASON
030515         END-STRING
030517         GO TO 1420-EXIT
030519     END-IF.
030521     IF EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) < EUL1-CLM-TODAY
030523         SET EUL1-SEC-EXPIRED TO TRUE
030525         STRING 'ROLE EXPIRED '
030527                EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO)
030529                DELIMITED BY SIZE
030531                INTO EUL1-SEC-REASON
030533         END-STRING
030535     END-IF.
030537 1420-EXIT.
030539     EXIT.
030541*
030543******************************************************************
030545*    1450-LOG-VIOLATION - APPEND THE REFUSAL TO THE SECURITY     *
030547*    VIOLATION FILE.  A FILE THAT CANNOT BE OPENED IS REPORTED;  *
030549*    THE ACTION IS REFUSED EITHER WAY.                           *
030551******************************************************************
030553 1450-LOG-VIOLATION.
030555     MOVE EUL1-CLM-TIMESTAMP TO EUL1-SEC-TIMESTAMP.
030557     MOVE 'EUL1CLM' TO EUL1-SEC-PROGRAM.
030559     MOVE EUL1-CLM-OPERATOR TO EUL1-SEC-OPERATOR.
030561     MOVE EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO) TO EUL1-SEC-ROLE.
030563     OPEN EXTEND EUL1-SECLOG-FILE.
030565     IF EUL1-SEC-FILE-NEW
030567         OPEN OUTPUT EUL1-SECLOG-FILE
030569     END-IF.
030571     IF NOT EUL1-SEC-FILE-OK
030573         DISPLAY 'EUL1CLM - SECURITY VIOLATION FILE NOT '
030575             'AVAILABLE - STATUS ' EUL1-SEC-FILE-STATUS
030577             ' - REFUSAL NOT LOGGED'
030579         GO TO 1450-EXIT
030581     END-IF.
030583     MOVE EUL1-SEC-RECORD TO EUL1-SEC-CARD.
030585     WRITE EUL1-SEC-CARD.
030587     CLOSE EUL1-SECLOG-FILE.
030589 1450-EXIT.
030591     EXIT.
030593*
030600******************************************************************
030700*    1500-ACCEPT-KEY - PROMPT FOR THE PARAMETER SET NAME OF A    *
030800*    CALENDAR RECORD OR THE DATE OF A HOLIDAY.  A CALENDAR       *
030900*    RECORD MAY ONLY BE ADDED OR CHANGED FOR A SCENARIO ACTIVE   *
031000*    ON THE REGISTRY; ONE MAY BE DELETED WHATEVER ITS STATUS.    *
031100******************************************************************
031200 1500-ACCEPT-KEY.
031300     IF EUL1-CLM-FILE-HOL
031400         GO TO 1520-ACCEPT-HOLIDAY-DATE
031500     END-IF.
031600     DISPLAY 'ENTER PARAMETER SET NAME: '.
031700     ACCEPT EUL1-CLM-SET-NAME.
031800     IF EUL1-CLM-SET-NAME = SPACES
031900         DISPLAY 'EUL1CLM - PARAMETER SET NAME IS REQUIRED'
032000         SET EUL1-CLM-ERROR TO TRUE
032100         GO TO 1500-EXIT
032200     END-IF.
032300     IF NOT EUL1-CLM-FUNC-DELETE
032400         PERFORM 1600-CHECK-REGISTRY THRU 1600-EXIT
032500     END-IF.
032600     GO TO 1500-EXIT.
032700 1520-ACCEPT-HOLIDAY-DATE.
032800     DISPLAY 'ENTER HOLIDAY DATE (CCYYMMDD): '.
032900     ACCEPT EUL1-CLM-HOL-DATE.
033000     IF EUL1-CLM-HOL-DATE NOT NUMERIC
033100         DISPLAY 'EUL1CLM - HOLIDAY DATE MUST BE CCYYMMDD'
033200         SET EUL1-CLM-ERROR TO TRUE
033300         GO TO 1500-EXIT
033400     END-IF.
033500     IF FUNCTION TEST-DATE-YYYYMMDD(EUL1-CLM-HOL-DATE-N)
033600             NOT = ZERO
033700         DISPLAY 'EUL1CLM - ' EUL1-CLM-HOL-DATE
033800             ' IS NOT A CALENDAR DATE'
033900         SET EUL1-CLM-ERROR TO TRUE
034000     END-IF.
034100 1500-EXIT.
034200     EXIT.
034300*
034400******************************************************************
034500*    1600-CHECK-REGISTRY - REFUSE A SCENARIO THAT IS NOT ON THE  *
034600*    SCENARIO REGISTRY OR HAS BEEN RETIRED, AS EUL1MNT DOES.     *
034700******************************************************************
034800 1600-CHECK-REGISTRY.
034900     IF EUL1-CLM-REG-ABSENT
035000         DISPLAY 'EUL1CLM - SCENARIO ' EUL1-CLM-SET-NAME
035100             ' IS NOT REGISTERED - REGISTER IT THROUGH EUL1RGM'
035200         SET EUL1-CLM-ERROR TO TRUE
035300         GO TO 1600-EXIT
035400     END-IF.
035500     MOVE EUL1-CLM-SET-NAME TO EUL1-REG-KEY.
035600     READ EUL1-REGISTRY-FILE
035700         INVALID KEY
035800             DISPLAY 'EUL1CLM - SCENARIO ' EUL1-CLM-SET-NAME
035900                 ' IS NOT REGISTERED - REGISTER IT THROUGH '
036000                 'EUL1RGM'
036100             SET EUL1-CLM-ERROR TO TRUE
036200             GO TO 1600-EXIT
036300     END-READ.
036310     IF NOT EUL1-REG-FILE-OK
036320         DISPLAY 'EUL1CLM - SCENARIO REGISTRY READ FAILED - '
036330             'STATUS ' EUL1-REG-FILE-STATUS
036340         SET EUL1-CLM-ERROR TO TRUE
036350         GO TO 1600-EXIT
036360     END-IF.
036400     MOVE EUL1-REG-CARD TO EUL1-REG-RECORD.
036500     IF EUL1-REG-RETIRED
036600         DISPLAY 'EUL1CLM - SCENARIO ' EUL1-CLM-SET-NAME
036700             ' WAS RETIRED ON ' EUL1-REG-RETIRED-DATE
036800         SET EUL1-CLM-ERROR TO TRUE
036900         GO TO 1600-EXIT
037000     END-IF.
037100     DISPLAY '  SCENARIO . . . . . . . . . : ' EUL1-REG-DESC.
037200     DISPLAY '  BUSINESS OWNER . . . . . . : ' EUL1-REG-OWNER.
037300 1600-EXIT.
037400     EXIT.
037500*
037600******************************************************************
037700*    2000-SHOW-RECORD - READ THE CALENDAR RECORD OR HOLIDAY FOR  *
037800*    THE KEY AND DISPLAY IT, KEEPING ITS IMAGE FOR THE CHANGE    *
037900*    LOG.  AN ADD NEEDS THE KEY TO BE NEW; A CHANGE OR A DELETE  *
038000*    NEEDS IT ON FILE.                                           *
038100******************************************************************
038200 2000-SHOW-RECORD.
038300     SET EUL1-CLM-ENTRY-FOUND TO TRUE.
038400     MOVE SPACES TO EUL1-CLM-BEFORE-IMAGE.
038500     IF EUL1-CLM-FILE-HOL
038600         GO TO 2020-SHOW-HOLIDAY
038700     END-IF.
038800     MOVE EUL1-CLM-SET-NAME TO EUL1-CAL-KEY.
038900     READ EUL1-CALEN-FILE
039000         INVALID KEY
039100             SET EUL1-CLM-ENTRY-NOT-FOUND TO TRUE
039200     END-READ.
039300     IF EUL1-CLM-ENTRY-NOT-FOUND
039400         PERFORM 2100-CHECK-NEW-KEY THRU 2100-EXIT
039500         GO TO 2000-EXIT
039600     END-IF.
039700     MOVE EUL1-CAL-CARD TO EUL1-CAL-RECORD.
039800     MOVE EUL1-CAL-RECORD TO EUL1-CLM-BEFORE-IMAGE.
039900     PERFORM 2200-DISPLAY-CALENDAR THRU 2200-EXIT.
040000     GO TO 2040-CHECK-OLD-KEY.
040100 2020-SHOW-HOLIDAY.
040200     MOVE EUL1-CLM-HOL-DATE TO EUL1-HOL-KEY.
040300     READ EUL1-HOLIDAY-FILE
040400         INVALID KEY
040500             SET EUL1-CLM-ENTRY-NOT-FOUND TO TRUE
040600     END-READ.
040700     IF EUL1-CLM-ENTRY-NOT-FOUND
040800         PERFORM 2100-CHECK-NEW-KEY THRU 2100-EXIT
040900         GO TO 2000-EXIT
041000     END-IF.
041100     MOVE EUL1-HOL-CARD TO EUL1-HOL-RECORD.
041200     MOVE EUL1-HOL-RECORD TO EUL1-CLM-BEFORE-IMAGE.
041300     DISPLAY '  HOLIDAY DATE . . . . . . . : ' EUL1-HOL-DATE.
041400     DISPLAY '  DESCRIPTION . . . . . . . : ' EUL1-HOL-DESC.
041500     DISPLAY '  LAST CHANGED BY . . . . . : '
041600         EUL1-HOL-UPD-OPERATOR ' AT ' EUL1-HOL-UPD-TIMESTAMP.
041700 2040-CHECK-OLD-KEY.
041800     IF EUL1-CLM-FUNC-ADD
041900         DISPLAY 'EUL1CLM - THE RECORD IS ALREADY ON FILE'
042000         SET EUL1-CLM-ERROR TO TRUE
042100     END-IF.
042200 2000-EXIT.
042300     EXIT.
042400*
042500******************************************************************
042600*    2100-CHECK-NEW-KEY - A KEY NOT ON FILE MAY ONLY BE ADDED.   *
042700******************************************************************
042800 2100-CHECK-NEW-KEY.
042900     IF EUL1-CLM-FUNC-ADD
043000         DISPLAY '  NEW RECORD'
043100     ELSE
043200         DISPLAY 'EUL1CLM - THE RECORD IS NOT ON FILE'
043300         SET EUL1-CLM-ERROR TO TRUE
043400     END-IF.
043500 2100-EXIT.
043600     EXIT.
043700*
043800******************************************************************
043900*    2200-DISPLAY-CALENDAR - DISPLAY THE RUN-CALENDAR RECORD.    *
044000******************************************************************
044100 2200-DISPLAY-CALENDAR.
044200     DISPLAY '  PARAMETER SET . . . . . . : ' EUL1-CAL-SET-NAME.
044300     DISPLAY '  SCHEDULE . . . . . . . . . : ' EUL1-CAL-SCHEDULE.
044400     IF EUL1-CAL-SCHED-WEEKDAYS
044500         DISPLAY '  WEEKDAYS (MON-SUN) . . . . : '
044600             EUL1-CAL-WEEKDAYS
044700     END-IF.
044800     IF EUL1-CAL-SCHED-DATES
044900         DISPLAY '  DATES . . . . . . . . . . : '
045000             EUL1-CAL-DATE(1) ' ' EUL1-CAL-DATE(2) ' '
045100             EUL1-CAL-DATE(3) ' ' EUL1-CAL-DATE(4) ' '
045200             EUL1-CAL-DATE(5)
045300     END-IF.
045400     IF EUL1-CAL-SCHED-NTHBUS
045500         DISPLAY '  BUSINESS DAY OF MONTH . . : ' EUL1-CAL-BDAY-N
045600     END-IF.
045700     IF NOT EUL1-CAL-SCHED-BUSDAYS
045800        AND NOT EUL1-CAL-SCHED-LASTBUS
045900        AND NOT EUL1-CAL-SCHED-NTHBUS
046000         EVALUATE TRUE
046100             WHEN EUL1-CAL-HOL-SKIP
046200                 DISPLAY '  ON A HOLIDAY . . . . . . . : SKIP'
046300             WHEN EUL1-CAL-HOL-ROLL
046400                 DISPLAY '  ON A HOLIDAY . . . . . . . : ROLL'
046500             WHEN OTHER
046600                 DISPLAY '  ON A HOLIDAY . . . . . . . : RUN'
046700         END-EVALUATE
046800     END-IF.
046900     DISPLAY '  LAST CHANGED BY . . . . . : '
047000         EUL1-CAL-UPD-OPERATOR ' ON ' EUL1-CAL-UPD-DATE.
047100 2200-EXIT.
047200     EXIT.
047300*
047400******************************************************************
047500*    3000-ACCEPT-CALENDAR - PROMPT FOR THE SCHEDULE, THEN ONLY   *
047600*    FOR THE DETAILS THAT SCHEDULE USES.  ON A CHANGE A BLANK    *
047700*    RESPONSE MEANS "LEAVE AS IS".                               *
047800******************************************************************
047900 3000-ACCEPT-CALENDAR.
048000     IF EUL1-CLM-FUNC-ADD
048100         MOVE SPACES TO EUL1-CAL-RECORD
048200     END-IF.
048300     DISPLAY 'SCHEDULE - D = DAILY, W = WEEKDAYS, E = MONTH-END,'.
048400     DISPLAY 'S = DATES, B = EVERY BUSINESS DAY,'.
048500     DISPLAY 'L = LAST BUSINESS DAY OF MONTH,'.
048600     DISPLAY 'N = NTH BUSINESS DAY OF MONTH'.
048700     IF EUL1-CLM-FUNC-ADD
048800         DISPLAY 'ENTER SCHEDULE: '
048900     ELSE
049000         DISPLAY 'ENTER NEW SCHEDULE (BLANK = NO CHANGE): '
049100     END-IF.
049200     ACCEPT EUL1-CLM-NEW-SCHED.
049300     IF EUL1-CLM-NEW-SCHED NOT = SPACE
049400         MOVE EUL1-CLM-NEW-SCHED TO EUL1-CAL-SCHEDULE
049500     END-IF.
049600     IF EUL1-CAL-SCHED-WEEKDAYS
049700         DISPLAY 'ENTER WEEKDAYS AS 7 Y/N FLAGS, MONDAY FIRST: '
049800         ACCEPT EUL1-CLM-NEW-WEEKDAYS
049900     END-IF.
050000     IF EUL1-CAL-SCHED-DATES
050100         DISPLAY 'ENTER UP TO 5 DATES CCYYMMDD, SEPARATED BY '
050200             'COMMAS: '
050300         ACCEPT EUL1-CLM-NEW-DATE-TEXT
050400     END-IF.
050500     IF EUL1-CAL-SCHED-NTHBUS
050600         DISPLAY 'ENTER BUSINESS DAY OF THE MONTH (01-23): '
050700         ACCEPT EUL1-CLM-NEW-BDAY
050800     END-IF.
050900     IF EUL1-CAL-SCHED-DAILY
051000        OR EUL1-CAL-SCHED-WEEKDAYS
051100        OR EUL1-CAL-SCHED-MONTHEND
051200        OR EUL1-CAL-SCHED-DATES
051300         DISPLAY 'ON A HOLIDAY - X = RUN ANYWAY, S = SKIP,'
051400         DISPLAY 'R = ROLL TO THE NEXT BUSINESS DAY'
051500         DISPLAY 'ENTER HOLIDAY ACTION (BLANK = NO CHANGE): '
051600         ACCEPT EUL1-CLM-NEW-ACTION
051700     END-IF.
051800 3000-EXIT.
051900     EXIT.
052000*
052100******************************************************************
052200*    3500-ACCEPT-HOLIDAY - PROMPT FOR THE HOLIDAY DESCRIPTION.   *
052300******************************************************************
052400 3500-ACCEPT-HOLIDAY.
052500     IF EUL1-CLM-FUNC-ADD
052600         DISPLAY 'ENTER HOLIDAY DESCRIPTION: '
052700     ELSE
052800         DISPLAY 'ENTER NEW DESCRIPTION (BLANK = NO CHANGE): '
052900     END-IF.
053000     ACCEPT EUL1-CLM-NEW-DESC.
053100 3500-EXIT.
053200     EXIT.
053300*
053400******************************************************************
053500*    3800-CONFIRM-DELETE - CONFIRM THE DELETE OF A CALENDAR      *
053600*    RECORD OR A HOLIDAY.                                        *
053700******************************************************************
053800 3800-CONFIRM-DELETE.
053900     IF EUL1-CLM-FILE-CAL
054000         DISPLAY 'DELETE RUN CALENDAR RECORD FOR '
054100             EUL1-CLM-SET-NAME
054200             ' - THE SET WILL NO LONGER BE SCHEDULED -'
054300         DISPLAY 'Y TO CONFIRM: '
054400     ELSE
054500         DISPLAY 'DELETE HOLIDAY ' EUL1-CLM-HOL-DATE
054600             ' - Y TO CONFIRM: '
054700     END-IF.
054800     ACCEPT EUL1-CLM-CONFIRM.
054900     IF NOT EUL1-CLM-CONFIRMED
055000         DISPLAY 'EUL1CLM - DELETE NOT CONFIRMED'
055100         SET EUL1-CLM-ERROR TO TRUE
055200     END-IF.
055300 3800-EXIT.
055400     EXIT.
055500*
055600******************************************************************
055700*    4000-VALIDATE-CALENDAR - APPLY THE KEYED FIELDS TO THE      *
055800*    CALENDAR RECORD AND EDIT IT AS EUL1SCH WILL JUDGE IT.  THE  *
055900*    DETAILS THE SCHEDULE DOES NOT USE ARE CLEARED, AND THE      *
056000*    BUSINESS-DAY SCHEDULES CARRY NO HOLIDAY ACTION, SINCE THEY  *
056100*    NEVER FALL ON A HOLIDAY.                                    *
056200******************************************************************
056300 4000-VALIDATE-CALENDAR.
056400     SET EUL1-CLM-NO-ERROR TO TRUE.
056500     IF EUL1-CLM-FUNC-ADD
056600         MOVE SPACES TO EUL1-CAL-RECORD
056700         MOVE EUL1-CLM-SET-NAME TO EUL1-CAL-SET-NAME
056800         IF EUL1-CLM-NEW-SCHED NOT = SPACE
056900             MOVE EUL1-CLM-NEW-SCHED TO EUL1-CAL-SCHEDULE
057000         END-IF
057100     END-IF.
057200     IF NOT EUL1-CAL-SCHED-DAILY
057300        AND NOT EUL1-CAL-SCHED-WEEKDAYS
057400        AND NOT EUL1-CAL-SCHED-MONTHEND
057500        AND NOT EUL1-CAL-SCHED-DATES
057600        AND NOT EUL1-CAL-SCHED-BUSDAYS
057700        AND NOT EUL1-CAL-SCHED-LASTBUS
057800        AND NOT EUL1-CAL-SCHED-NTHBUS
057900         DISPLAY 'EUL1CLM - SCHEDULE MUST BE D, W, E, S, B, L, '
058000             'OR N'
058100         SET EUL1-CLM-ERROR TO TRUE
058200         GO TO 4000-EXIT
058300     END-IF.
058400     IF EUL1-CAL-SCHED-WEEKDAYS
058500         PERFORM 4100-EDIT-WEEKDAYS THRU 4100-EXIT
058600     ELSE
058700         MOVE SPACES TO EUL1-CAL-WEEKDAYS
058800     END-IF.
058900     IF EUL1-CAL-SCHED-DATES
059000         PERFORM 4200-EDIT-DATES THRU 4200-EXIT
059100     ELSE
059200         MOVE ZEROS TO EUL1-CAL-DATES
059300     END-IF.
059400     IF EUL1-CAL-SCHED-NTHBUS
059500         PERFORM 4300-EDIT-BUSINESS-DAY THRU 4300-EXIT
059600     ELSE
059700         MOVE ZERO TO EUL1-CAL-BDAY-N
059800     END-IF.
059900     IF EUL1-CAL-SCHED-BUSDAYS
060000        OR EUL1-CAL-SCHED-LASTBUS
060100        OR EUL1-CAL-SCHED-NTHBUS
060200         SET EUL1-CAL-HOL-RUN TO TRUE
060300     ELSE
060400         PERFORM 4400-EDIT-HOLIDAY-ACTION THRU 4400-EXIT
060500     END-IF.
060600     MOVE EUL1-CLM-OPERATOR TO EUL1-CAL-UPD-OPERATOR.
060700     MOVE EUL1-CLM-TODAY TO EUL1-CAL-UPD-DATE.
060800 4000-EXIT.
060900     EXIT.
061000*
061100******************************************************************
061200*    4100-EDIT-WEEKDAYS - A WEEKDAY SCHEDULE NEEDS SEVEN Y OR N  *
061300*    FLAGS, MONDAY FIRST, WITH AT LEAST ONE Y.                   *
061400******************************************************************
061500 4100-EDIT-WEEKDAYS.
061600     IF EUL1-CLM-NEW-WEEKDAYS NOT = SPACES
061700         MOVE EUL1-CLM-NEW-WEEKDAYS TO EUL1-CAL-WEEKDAYS
061800     END-IF.
061900     MOVE ZERO TO EUL1-CLM-YES-CNT.
062000     PERFORM 4110-EDIT-ONE-WEEKDAY THRU 4110-EXIT
062100         VARYING EUL1-WDX FROM 1 BY 1
062200         UNTIL EUL1-WDX > 7.
062300     IF EUL1-CLM-YES-CNT = ZERO
062400         DISPLAY 'EUL1CLM - A WEEKDAY SCHEDULE NEEDS AT LEAST '
062500             'ONE DAY FLAGGED Y'
062600         SET EUL1-CLM-ERROR TO TRUE
062700     END-IF.
062800 4100-EXIT.
062900     EXIT.
063000*
063100******************************************************************
063200*    4110-EDIT-ONE-WEEKDAY - EDIT ONE WEEKDAY FLAG.              *
063300******************************************************************
063400 4110-EDIT-ONE-WEEKDAY.
063500     IF EUL1-CAL-WEEKDAY(EUL1-WDX) = 'Y'
063600         ADD 1 TO EUL1-CLM-YES-CNT
063700         GO TO 4110-EXIT
063800     END-IF.
063900     IF EUL1-CAL-WEEKDAY(EUL1-WDX) NOT = 'N'
064000         DISPLAY 'EUL1CLM - WEEKDAY FLAG ' EUL1-WDX
064100             ' MUST BE Y OR N'
064200         SET EUL1-CLM-ERROR TO TRUE
064300     END-IF.
064400 4110-EXIT.
064500     EXIT.
064600*
064700******************************************************************
064800*    4200-EDIT-DATES - A DATE SCHEDULE NEEDS ONE TO FIVE VALID   *
064900*    CALENDAR DATES.  KEYED DATES REPLACE ALL THOSE ON FILE.     *
065000******************************************************************
065100 4200-EDIT-DATES.
065200     IF EUL1-CLM-NEW-DATE-TEXT NOT = SPACES
065300         MOVE ZEROS TO EUL1-CAL-DATES
065400         MOVE SPACES TO EUL1-CLM-TOKENS
065500         MOVE ZERO TO EUL1-CLM-TOKEN-CNT
065600         UNSTRING EUL1-CLM-NEW-DATE-TEXT DELIMITED BY ','
065700             INTO EUL1-CLM-TOKEN(1) EUL1-CLM-TOKEN(2)
065800                  EUL1-CLM-TOKEN(3) EUL1-CLM-TOKEN(4)
065900                  EUL1-CLM-TOKEN(5)
066000             TALLYING IN EUL1-CLM-TOKEN-CNT
066100             ON OVERFLOW
066200                 DISPLAY 'EUL1CLM - NO MORE THAN 5 DATES MAY BE '
066300                     'KEYED'
066400                 SET EUL1-CLM-ERROR TO TRUE
066500         END-UNSTRING
066600         PERFORM 4210-EDIT-ONE-DATE THRU 4210-EXIT
066700             VARYING EUL1-DTX FROM 1 BY 1
066800             UNTIL EUL1-DTX > EUL1-CLM-TOKEN-CNT
066900     END-IF.
067000     MOVE ZERO TO EUL1-CLM-DATE-CNT.
067100     PERFORM 4220-COUNT-ONE-DATE THRU 4220-EXIT
067200         VARYING EUL1-DTX FROM 1 BY 1
067300         UNTIL EUL1-DTX > 5.
067400     IF EUL1-CLM-DATE-CNT = ZERO
067500         DISPLAY 'EUL1CLM - A DATE SCHEDULE NEEDS AT LEAST ONE '
067600             'DATE'
067700         SET EUL1-CLM-ERROR TO TRUE
067800     END-IF.
067900 4200-EXIT.
068000     EXIT.
068100*
068200******************************************************************
068300*    4210-EDIT-ONE-DATE - EDIT ONE KEYED DATE AND PLACE IT ON    *
068400*    THE RECORD.                                                 *
068500******************************************************************
068600 4210-EDIT-ONE-DATE.
068700     MOVE FUNCTION TRIM(EUL1-CLM-TOKEN(EUL1-DTX))
068800         TO EUL1-CLM-DATE-X.
068900     IF EUL1-CLM-DATE-X(1:8) NOT NUMERIC
069000        OR EUL1-CLM-DATE-X(9:2) NOT = SPACES
069100         DISPLAY 'EUL1CLM - DATE ' EUL1-CLM-TOKEN(EUL1-DTX)
069200             ' MUST BE CCYYMMDD'
069300         SET EUL1-CLM-ERROR TO TRUE
069400         GO TO 4210-EXIT
069500     END-IF.
069600     MOVE EUL1-CLM-DATE-X(1:8) TO EUL1-CLM-DATE-N.
069700     IF FUNCTION TEST-DATE-YYYYMMDD(EUL1-CLM-DATE-N) NOT = ZERO
069800         DISPLAY 'EUL1CLM - ' EUL1-CLM-DATE-N
069900             ' IS NOT A CALENDAR DATE'
070000         SET EUL1-CLM-ERROR TO TRUE
070100         GO TO 4210-EXIT
070200     END-IF.
070300     MOVE EUL1-CLM-DATE-N TO EUL1-CAL-DATE(EUL1-DTX).
070400 4210-EXIT.
070500     EXIT.
070600*
070700******************************************************************
070800*    4220-COUNT-ONE-DATE - COUNT ONE DATE HELD ON THE RECORD.    *
070900******************************************************************
071000 4220-COUNT-ONE-DATE.
071100     IF EUL1-CAL-DATE(EUL1-DTX) NUMERIC
071200        AND EUL1-CAL-DATE(EUL1-DTX) NOT = ZERO
071300         ADD 1 TO EUL1-CLM-DATE-CNT
071400     END-IF.
071500 4220-EXIT.
071600     EXIT.
071700*
071800******************************************************************
071900*    4300-EDIT-BUSINESS-DAY - AN NTH-BUSINESS-DAY SCHEDULE NEEDS *
072000*    A BUSINESS DAY OF THE MONTH FROM 01 TO 23, THE MOST         *
072100*    BUSINESS DAYS ANY MONTH CAN HOLD.                           *
072200******************************************************************
072300 4300-EDIT-BUSINESS-DAY.
072400     IF EUL1-CLM-NEW-BDAY NOT = SPACES
072500         IF EUL1-CLM-NEW-BDAY NOT NUMERIC
072600             DISPLAY 'EUL1CLM - BUSINESS DAY MUST BE TWO DIGITS, '
072700                 '01 TO 23'
072800             SET EUL1-CLM-ERROR TO TRUE
072900             GO TO 4300-EXIT
073000         END-IF
073100         MOVE EUL1-CLM-NEW-BDAY-N TO EUL1-CAL-BDAY-N
073200     END-IF.
073300     IF EUL1-CAL-BDAY-N NOT NUMERIC
073400        OR EUL1-CAL-BDAY-N = ZERO
073500        OR EUL1-CAL-BDAY-N > 23
073600         DISPLAY 'EUL1CLM - BUSINESS DAY MUST BE 01 TO 23'
073700         SET EUL1-CLM-ERROR TO TRUE
073800     END-IF.
073900 4300-EXIT.
074000     EXIT.
074100*
074200******************************************************************
074300*    4400-EDIT-HOLIDAY-ACTION - X RUNS THE SET ANYWAY WHEN ITS   *
074400*    DATE IS A HOLIDAY, S SKIPS IT, AND R ROLLS IT TO THE NEXT   *
074500*    BUSINESS DAY.  A NEW RECORD LEFT BLANK RUNS ANYWAY.         *
074600******************************************************************
074700 4400-EDIT-HOLIDAY-ACTION.
074800     IF EUL1-CLM-NEW-ACTION = SPACE
074900         IF EUL1-CLM-FUNC-ADD
075000             SET EUL1-CAL-HOL-RUN TO TRUE
075100         END-IF
075200         GO TO 4400-EXIT
075300     END-IF.
075400     IF EUL1-CLM-NEW-ACTION = 'X'
075500         SET EUL1-CAL-HOL-RUN TO TRUE
075600         GO TO 4400-EXIT
075700     END-IF.
075800     MOVE EUL1-CLM-NEW-ACTION TO EUL1-CAL-HOL-ACTION.
075900     IF NOT EUL1-CAL-HOL-SKIP
076000        AND NOT EUL1-CAL-HOL-ROLL
076100         DISPLAY 'EUL1CLM - HOLIDAY ACTION MUST BE X, S, OR R'
076200         SET EUL1-CLM-ERROR TO TRUE
076300     END-IF.
076400 4400-EXIT.
076500     EXIT.
076600*
076700******************************************************************
076800*    4500-VALIDATE-HOLIDAY - APPLY THE KEYED DESCRIPTION TO THE  *
076900*    HOLIDAY.  A HOLIDAY MUST BE DESCRIBED, SINCE THE SCHEDULE   *
077000*    REPORT NAMES IT.                                            *
077100******************************************************************
077200 4500-VALIDATE-HOLIDAY.
077300     SET EUL1-CLM-NO-ERROR TO TRUE.
077400     IF EUL1-CLM-FUNC-ADD
077500         MOVE SPACES TO EUL1-HOL-RECORD
077600         MOVE EUL1-CLM-HOL-DATE-N TO EUL1-HOL-DATE
077700     END-IF.
077800     IF EUL1-CLM-NEW-DESC NOT = SPACES
077900         MOVE EUL1-CLM-NEW-DESC TO EUL1-HOL-DESC
078000     END-IF.
078100     IF EUL1-HOL-DESC = SPACES
078200         DISPLAY 'EUL1CLM - A HOLIDAY DESCRIPTION IS REQUIRED'
078300         SET EUL1-CLM-ERROR TO TRUE
078400     END-IF.
078500     MOVE EUL1-CLM-OPERATOR TO EUL1-HOL-UPD-OPERATOR.
078600     MOVE EUL1-CLM-TIMESTAMP TO EUL1-HOL-UPD-TIMESTAMP.
078700 4500-EXIT.
078800     EXIT.
078900*
079000******************************************************************
079100*    5000-WRITE-RECORD - WRITE, REWRITE, OR DELETE THE CALENDAR  *
079200*    RECORD OR HOLIDAY, AND LOG THE CHANGE WITH ITS BEFORE AND   *
079300*    AFTER IMAGES.  AN UPDATE THAT FAILS IS REPORTED WITH ITS    *
079350*    FILE STATUS AND IS NOT LOGGED.                              *
079400******************************************************************
079500 5000-WRITE-RECORD.
079600     MOVE SPACES TO EUL1-CLM-AFTER-IMAGE.
079700     IF EUL1-CLM-FILE-HOL
079800         GO TO 5020-WRITE-HOLIDAY
079900     END-IF.
080000     MOVE EUL1-CAL-RECORD TO EUL1-CAL-CARD.
080100     IF EUL1-CLM-FUNC-ADD
080200         WRITE EUL1-CAL-CARD
080300             INVALID KEY
080400                 DISPLAY 'EUL1CLM - WRITE OF CALENDAR RECORD '
080500                     'FAILED - NO UPDATE APPLIED'
080600                 GO TO 5000-EXIT
080700         END-WRITE
080800     END-IF.
080900     IF EUL1-CLM-FUNC-CHANGE
081000         REWRITE EUL1-CAL-CARD
081100             INVALID KEY
081200                 DISPLAY 'EUL1CLM - REWRITE OF CALENDAR RECORD '
081300                     'FAILED - NO UPDATE APPLIED'
081400                 GO TO 5000-EXIT
081500         END-REWRITE
081600     END-IF.
081700     IF EUL1-CLM-FUNC-DELETE
081800         DELETE EUL1-CALEN-FILE
081900             INVALID KEY
082000                 DISPLAY 'EUL1CLM - DELETE OF CALENDAR RECORD '
082100                     'FAILED - NO UPDATE APPLIED'
082200                 GO TO 5000-EXIT
082300         END-DELETE
082400     ELSE
082500         MOVE EUL1-CAL-RECORD TO EUL1-CLM-AFTER-IMAGE
082600     END-IF.
082610     IF NOT EUL1-CAL-FILE-OK
082620         DISPLAY 'EUL1CLM - UPDATE OF CALENDAR RECORD FAILED - '
082630             'STATUS ' EUL1-CAL-FILE-STATUS ' - NO UPDATE APPLIED'
082640         GO TO 5000-EXIT
082650     END-IF.
082700     MOVE EUL1-CLM-SET-NAME TO EUL1-CLG-KEY.
082800     SET EUL1-CLG-FILE-CAL TO TRUE.
082900     PERFORM 5200-WRITE-CHANGE-LOG THRU 5200-EXIT.
083000     DISPLAY 'EUL1CLM - RUN CALENDAR UPDATED'.
083100     IF NOT EUL1-CLM-FUNC-DELETE
083200         PERFORM 2200-DISPLAY-CALENDAR THRU 2200-EXIT
083300     END-IF.
083400     GO TO 5000-EXIT.
083500 5020-WRITE-HOLIDAY.
083600     MOVE EUL1-HOL-RECORD TO EUL1-HOL-CARD.
083700     IF EUL1-CLM-FUNC-ADD
083800         WRITE EUL1-HOL-CARD
083900             INVALID KEY
084000                 DISPLAY 'EUL1CLM - WRITE OF HOLIDAY FAILED - '
084100                     'NO UPDATE APPLIED'
084200                 GO TO 5000-EXIT
084300         END-WRITE
084400     END-IF.
084500     IF EUL1-CLM-FUNC-CHANGE
084600         REWRITE EUL1-HOL-CARD
084700             INVALID KEY
084800                 DISPLAY 'EUL1CLM - REWRITE OF HOLIDAY FAILED - '
084900                     'NO UPDATE APPLIED'
085000                 GO TO 5000-EXIT
085100         END-REWRITE
085200     END-IF.
085300     IF EUL1-CLM-FUNC-DELETE
085400         DELETE EUL1-HOLIDAY-FILE
085500             INVALID KEY
085600                 DISPLAY 'EUL1CLM - DELETE OF HOLIDAY FAILED - '
085700                     'NO UPDATE APPLIED'
085800                 GO TO 5000-EXIT
085900         END-DELETE
086000     ELSE
086100         MOVE EUL1-HOL-RECORD TO EUL1-CLM-AFTER-IMAGE
086200     END-IF.
086210     IF NOT EUL1-HOL-FILE-OK
086220         DISPLAY 'EUL1CLM - UPDATE OF HOLIDAY FAILED - STATUS '
086230             EUL1-HOL-FILE-STATUS ' - NO UPDATE APPLIED'
086240         GO TO 5000-EXIT
086250     END-IF.
086300     MOVE EUL1-CLM-HOL-DATE TO EUL1-CLG-KEY.
086400     SET EUL1-CLG-FILE-HOL TO TRUE.
086500     PERFORM 5200-WRITE-CHANGE-LOG THRU 5200-EXIT.
086600     DISPLAY 'EUL1CLM - HOLIDAY CALENDAR UPDATED'.
086700     DISPLAY '  HOLIDAY DATE . . . . . . . : ' EUL1-CLM-HOL-DATE.
086800     IF NOT EUL1-CLM-FUNC-DELETE
086900         DISPLAY '  DESCRIPTION . . . . . . . : ' EUL1-HOL-DESC
087000     END-IF.
087100 5000-EXIT.
087200     EXIT.
087300*
087400******************************************************************
087500*    5200-WRITE-CHANGE-LOG - APPEND THE CHANGE, WITH ITS BEFORE  *
087600*    AND AFTER IMAGES, TO THE CALENDAR CHANGE LOG.  A LOG THAT   *
087630*    CANNOT BE OPENED OR WRITTEN IS REPORTED; THE UPDATE ITSELF  *
087660*    HAS ALREADY BEEN MADE.                                      *
087700******************************************************************
087800 5200-WRITE-CHANGE-LOG.
087900     MOVE EUL1-CLM-OPERATOR TO EUL1-CLG-OPERATOR.
088000     MOVE EUL1-CLM-TIMESTAMP TO EUL1-CLG-TIMESTAMP.
088100     MOVE EUL1-CLM-FUNCTION TO EUL1-CLG-ACTION.
088200     MOVE EUL1-CLM-BEFORE-IMAGE TO EUL1-CLG-BEFORE.
088300     MOVE EUL1-CLM-AFTER-IMAGE TO EUL1-CLG-AFTER.
088400     MOVE EUL1-CLG-RECORD TO EUL1-CLG-CARD.
088500     OPEN EXTEND EUL1-CALLOG-FILE.
088600     IF EUL1-CLG-FILE-NEW
088700         OPEN OUTPUT EUL1-CALLOG-FILE
088800     END-IF.
088810     IF NOT EUL1-CLG-FILE-OK
088820         DISPLAY 'EUL1CLM - CALENDAR CHANGE LOG NOT AVAILABLE - '
088830             'STATUS ' EUL1-CLG-FILE-STATUS ' - CHANGE NOT LOGGED'
088840         GO TO 5200-EXIT
088850     END-IF.
088900     WRITE EUL1-CLG-CARD.
088920     IF NOT EUL1-CLG-FILE-OK
088940         DISPLAY 'EUL1CLM - CALENDAR CHANGE LOG WRITE FAILED - '
088960             'STATUS ' EUL1-CLG-FILE-STATUS ' - CHANGE NOT LOGGED'
088980     END-IF.
089000     CLOSE EUL1-CALLOG-FILE.
089100 5200-EXIT.
089200     EXIT.
089300*
089400******************************************************************
089500*    8000-CLOSE-FILES - CLOSE THE FILES BEFORE THE TRANSACTION   *
089600*    ENDS, WHATEVER PATH IT ENDS BY.                             *
089700******************************************************************
089800 8000-CLOSE-FILES.
089900     CLOSE EUL1-CALEN-FILE.
090000     CLOSE EUL1-HOLIDAY-FILE.
090100     IF EUL1-CLM-REG-OPEN
090200         CLOSE EUL1-REGISTRY-FILE
090300     END-IF.
090400 8000-EXIT.
090500     EXIT.
