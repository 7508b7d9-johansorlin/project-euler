000100******************************************************************
000200*                                                                *
000300*    PROGRAM:     EUL1RGM                                       *
000400*    AUTHOR:      J. D. MERCER                                  *
000500*    INSTALLATION: DATA PROCESSING                              *
000600*    DATE-WRITTEN: OCTOBER 2026                                 *
000700*                                                                *
000800*    DESCRIPTION:                                               *
000900*        ONLINE MAINTENANCE TRANSACTION FOR THE EUL1 SCENARIO   *
001000*        REGISTRY.  THE OPERATOR SIGNS ON WITH AN OPERATOR ID,  *
001100*        CHOOSES ADD, CHANGE, RETIRE, OR REINSTATE, AND KEYS    *
001200*        THE SCENARIO (PARAMETER SET NAME).  AN ADD TAKES THE   *
001300*        DESCRIPTION, BUSINESS OWNER, CONTACT, AND COST CENTRE, *
001400*        ALL REQUIRED, AND REGISTERS THE SCENARIO ACTIVE.  A    *
001500*        CHANGE SHOWS THE ENTRY AND REPLACES ANY FIELD KEYED    *
001600*        NON-BLANK.  RETIRE AND REINSTATE FLIP THE STATUS ON    *
001700*        CONFIRMATION.  EVERY ENTRY WRITTEN IS STAMPED WITH     *
001800*        THE OPERATOR AND A TIMESTAMP.  ENTRIES ARE NEVER       *
001900*        DELETED, SO A RETIRED SCENARIO STILL NAMES ITS OWNER   *
002000*        ON THE HISTORICAL REPORTS.                             *
002010*        SINCE THE REGISTRY DECIDES WHICH SCENARIOS MAY BE      *
002020*        KEYED, THE OPERATOR MUST HOLD THE PARAMETER APPROVER   *
002030*        ROLE ON THE OPERATOR AUTHORITY FILE (EUL1OPA); A       *
002040*        REFUSAL IS LOGGED TO THE SECURITY VIOLATION FILE       *
002050*        (EUL1SEC).                                             *
002100*                                                                *
002200*    MODIFICATION HISTORY:                                      *
002300*        OCT2026  JDM  ORIGINAL PROGRAM.                        *
002310*        OCT2026  JDM  MAINTENANCE IS REFUSED UNLESS THE        *
002320*                      OPERATOR HOLDS THE PARAMETER APPROVER    *
002330*                      ROLE ON THE OPERATOR AUTHORITY FILE      *
002340*                      (EUL1OPA); EACH REFUSAL IS LOGGED TO THE *
002350*                      SECURITY VIOLATION FILE (EUL1SEC).       *
002355*        OCT2026  JDM  THE AUTHORITY RECORD IS TAKEN FROM THE   *
002360*                      RECORD AREA BEFORE THE FILE IS CLOSED,   *
002365*                      AND A READ THAT FAILS FOR ANY REASON     *
002370*                      OTHER THAN RECORD NOT FOUND AUTHORIZES   *
002375*                      NOBODY.                                  *
002400*                                                                *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. EUL1RGM.
002800 AUTHOR. J. D. MERCER.
002900 INSTALLATION. DATA PROCESSING.
003000 DATE-WRITTEN. OCTOBER 2026.
003100 DATE-COMPILED.
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT EUL1-REGISTRY-FILE ASSIGN TO EUL1REG
003700                             ORGANIZATION IS INDEXED
003800                             ACCESS MODE IS DYNAMIC
003900                             RECORD KEY IS EUL1-REG-KEY
004000                             FILE STATUS IS EUL1-REG-FILE-STATUS.
004009*
004018     SELECT EUL1-AUTHORITY-FILE ASSIGN TO EUL1OPA
004027                             ORGANIZATION IS INDEXED
004036                             ACCESS MODE IS DYNAMIC
004045                             RECORD KEY IS EUL1-OPA-KEY
004054                             FILE STATUS IS EUL1-OPA-FILE-STATUS.
004063*
004072     SELECT EUL1-SECLOG-FILE ASSIGN TO EUL1SEC
004081                             ORGANIZATION IS SEQUENTIAL
004090                             FILE STATUS IS EUL1-SEC-FILE-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  EUL1-REGISTRY-FILE
004500     LABEL RECORDS ARE STANDARD
004600     RECORD CONTAINS 200 CHARACTERS.
004700 01  EUL1-REG-CARD.
004800     05  EUL1-REG-KEY            PIC X(08).
004900     05  FILLER                  PIC X(192).
005000*
005007 FD  EUL1-AUTHORITY-FILE
005014     LABEL RECORDS ARE STANDARD
005021     RECORD CONTAINS 200 CHARACTERS.
005028 01  EUL1-OPA-CARD.
005035     05  EUL1-OPA-KEY            PIC X(08).
005042     05  FILLER                  PIC X(192).
005049*
005056 FD  EUL1-SECLOG-FILE
005063     LABEL RECORDS ARE STANDARD
005070     RECORD CONTAINS 200 CHARACTERS.
005077 01  EUL1-SEC-CARD           PIC X(200).
005084*
005100 WORKING-STORAGE SECTION.
005200*
005300******************************************************************
005400*    SCENARIO REGISTRY RECORD WORKING STORAGE                   *
005500******************************************************************
005600 COPY EUL1REG.
005700*
005709******************************************************************
005718*    OPERATOR AUTHORITY RECORD WORKING STORAGE                  *
005727******************************************************************
005736 COPY EUL1OPA.
005745*
005754******************************************************************
005763*    SECURITY VIOLATION RECORD WORKING STORAGE                  *
005772******************************************************************
005781 COPY EUL1SEC.
005790*
005800******************************************************************
005900*    SWITCHES                                                   *
006000******************************************************************
006100 77  EUL1-REG-FILE-STATUS    PIC X(02) VALUE '00'.
006200     88  EUL1-REG-FILE-OK    VALUE '00'.
006300     88  EUL1-REG-FILE-NEW   VALUE '35'.
006310*
006320 77  EUL1-OPA-FILE-STATUS    PIC X(02) VALUE '00'.
006330     88  EUL1-OPA-FILE-OK    VALUE '00'.
006340     88  EUL1-OPA-FILE-NEW   VALUE '35'.
006350*
006360 77  EUL1-SEC-FILE-STATUS    PIC X(02) VALUE '00'.
006370     88  EUL1-SEC-FILE-OK    VALUE '00'.
006380     88  EUL1-SEC-FILE-NEW   VALUE '35'.
006400*
006500 77  EUL1-RGM-ERROR-SW       PIC X(01) VALUE 'N'.
006600     88  EUL1-RGM-ERROR      VALUE 'Y'.
006700     88  EUL1-RGM-NO-ERROR   VALUE 'N'.
006800*
006900 77  EUL1-RGM-ENTRY-SW       PIC X(01) VALUE 'N'.
007000     88  EUL1-RGM-ENTRY-FOUND     VALUE 'Y'.
007100     88  EUL1-RGM-ENTRY-NOT-FOUND VALUE 'N'.
007200*
007300 77  EUL1-RGM-FUNCTION       PIC X(01) VALUE SPACE.
007400     88  EUL1-RGM-FUNC-ADD       VALUE 'A'.
007500     88  EUL1-RGM-FUNC-CHANGE    VALUE 'C'.
007600     88  EUL1-RGM-FUNC-RETIRE    VALUE 'R'.
007700     88  EUL1-RGM-FUNC-REINSTATE VALUE 'E'.
007800*
007900 77  EUL1-RGM-CONFIRM        PIC X(01) VALUE SPACE.
008000     88  EUL1-RGM-CONFIRMED  VALUE 'Y'.
008100*
008200******************************************************************
008300*    WORKING FIELDS                                              *
008400******************************************************************
008500 77  EUL1-RGM-TODAY          PIC 9(08) VALUE ZERO.
008600 77  EUL1-RGM-TIME           PIC 9(08) VALUE ZERO.
008700*
008800 01  EUL1-RGM-OPERATOR       PIC X(08) VALUE SPACES.
008900 01  EUL1-RGM-TIMESTAMP      PIC X(14) VALUE SPACES.
009000 01  EUL1-RGM-SCENARIO       PIC X(08) VALUE SPACES.
009100 01  EUL1-RGM-NEW-DESC       PIC X(40) VALUE SPACES.
009200 01  EUL1-RGM-NEW-OWNER      PIC X(30) VALUE SPACES.
009300 01  EUL1-RGM-NEW-CONTACT    PIC X(30) VALUE SPACES.
009400 01  EUL1-RGM-NEW-COST-CTR   PIC X(10) VALUE SPACES.
009500*
009600 PROCEDURE DIVISION.
009700*
009800******************************************************************
009900*    0000-MAINLINE                                              *
010000******************************************************************
010100 0000-MAINLINE.
010200     PERFORM 1000-OPEN-REGISTRY THRU 1000-EXIT.
010300     PERFORM 1300-ACCEPT-OPERATOR THRU 1300-EXIT.
010400     IF EUL1-RGM-ERROR
010500         DISPLAY 'EUL1RGM - NO UPDATE APPLIED'
010600         PERFORM 8000-CLOSE-REGISTRY THRU 8000-EXIT
010700         STOP RUN
010800     END-IF.
010900     PERFORM 1500-ACCEPT-SCENARIO THRU 1500-EXIT.
011000     IF EUL1-RGM-ERROR
011100         DISPLAY 'EUL1RGM - NO UPDATE APPLIED'
011200         PERFORM 8000-CLOSE-REGISTRY THRU 8000-EXIT
011300         STOP RUN
011400     END-IF.
011500     PERFORM 2000-SHOW-ENTRY THRU 2000-EXIT.
011600     IF EUL1-RGM-ERROR
011700         DISPLAY 'EUL1RGM - NO UPDATE APPLIED'
011800         PERFORM 8000-CLOSE-REGISTRY THRU 8000-EXIT
011900         STOP RUN
012000     END-IF.
012100     IF EUL1-RGM-FUNC-ADD
012200        OR EUL1-RGM-FUNC-CHANGE
012300         PERFORM 3000-ACCEPT-DETAILS THRU 3000-EXIT
012400         PERFORM 4000-VALIDATE-DETAILS THRU 4000-EXIT
012500     ELSE
012600         PERFORM 3500-CONFIRM-STATUS THRU 3500-EXIT
012700     END-IF.
012800     IF EUL1-RGM-NO-ERROR
012900         PERFORM 5000-WRITE-ENTRY THRU 5000-EXIT
013000     ELSE
013100         DISPLAY 'EUL1RGM - NO UPDATE APPLIED'
013200     END-IF.
013300     PERFORM 8000-CLOSE-REGISTRY THRU 8000-EXIT.
013400     STOP RUN.
013500*
013600******************************************************************
013700*    1000-OPEN-REGISTRY - OPEN THE KEYED SCENARIO REGISTRY FOR  *
013800*    UPDATE.  A MISSING FILE IS AN EMPTY REGISTRY, NOT AN       *
013900*    ERROR, SO THE FIRST SCENARIO CAN BE REGISTERED.            *
014000******************************************************************
014100 1000-OPEN-REGISTRY.
014200     OPEN I-O EUL1-REGISTRY-FILE.
014300     IF EUL1-REG-FILE-NEW
014400         DISPLAY 'EUL1RGM - NO SCENARIO REGISTRY ON FILE YET - '
014500             'STARTING EMPTY'
014600         OPEN OUTPUT EUL1-REGISTRY-FILE
014700         CLOSE EUL1-REGISTRY-FILE
014800         OPEN I-O EUL1-REGISTRY-FILE
014900     END-IF.
015000 1000-EXIT.
015100     EXIT.
015200*
015300******************************************************************
015400*    1300-ACCEPT-OPERATOR - SIGN THE OPERATOR ON AND PICK UP    *
015500*    THE FUNCTION, STAMPING THE SESSION FOR THE ENTRY.          *
015550*    THE OPERATOR MUST HOLD THE PARAMETER APPROVER ROLE.        *
015600******************************************************************
015700 1300-ACCEPT-OPERATOR.
015800     SET EUL1-RGM-NO-ERROR TO TRUE.
015900     ACCEPT EUL1-RGM-TODAY FROM DATE YYYYMMDD.
016000     ACCEPT EUL1-RGM-TIME FROM TIME.
016100     STRING EUL1-RGM-TODAY DELIMITED BY SIZE
016200            EUL1-RGM-TIME(1:6) DELIMITED BY SIZE
016300            INTO EUL1-RGM-TIMESTAMP
016400     END-STRING.
016500     DISPLAY 'EUL1 SCENARIO REGISTRY MAINTENANCE'.
016600     DISPLAY 'ENTER OPERATOR ID: '.
016700     ACCEPT EUL1-RGM-OPERATOR.
016800     IF EUL1-RGM-OPERATOR = SPACES
016900         DISPLAY 'EUL1RGM - OPERATOR ID IS REQUIRED'
017000         SET EUL1-RGM-ERROR TO TRUE
017100         GO TO 1300-EXIT
017200     END-IF.
017300     DISPLAY 'ENTER FUNCTION - A = ADD, C = CHANGE, R = RETIRE,'.
017400     DISPLAY 'E = REINSTATE: '.
017500     ACCEPT EUL1-RGM-FUNCTION.
017600     IF NOT EUL1-RGM-FUNC-ADD
017700        AND NOT EUL1-RGM-FUNC-CHANGE
017800        AND NOT EUL1-RGM-FUNC-RETIRE
017900        AND NOT EUL1-RGM-FUNC-REINSTATE
018000         DISPLAY 'EUL1RGM - FUNCTION MUST BE A, C, R, OR E'
018100         SET EUL1-RGM-ERROR TO TRUE
018150         GO TO 1300-EXIT
018200     END-IF.
018210     MOVE SPACES TO EUL1-SEC-RECORD.
018220     SET EUL1-OPA-FOR-APPROVER TO TRUE.
018230     MOVE 'MAINTAIN THE SCENARIO REGISTRY' TO EUL1-SEC-ACTION.
018240     PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT.
018250     IF NOT EUL1-SEC-AUTHORIZED
018260         SET EUL1-RGM-ERROR TO TRUE
018270     END-IF.
018300 1300-EXIT.
018400     EXIT.
018401*
018402******************************************************************
018403*    1400-CHECK-AUTHORITY - THE OPERATOR MUST HOLD THE ROLE     *
018404*    NAMED BY EUL1-OPA-ROLE-NO ON THE OPERATOR AUTHORITY FILE,  *
018405*    EFFECTIVE AND NOT EXPIRED TODAY.  THE CALLER HAS CLEARED   *
018406*    THE VIOLATION RECORD AND NAMED THE ACTION ATTEMPTED.  A    *
018407*    REFUSAL IS DISPLAYED AND LOGGED, AND LEAVES                *
018408*    EUL1-SEC-AUTHORIZED FALSE FOR THE CALLER TO ACT ON.        *
018409******************************************************************
018410 1400-CHECK-AUTHORITY.
018411     MOVE SPACE TO EUL1-SEC-REASON-CODE.
018412     MOVE SPACES TO EUL1-SEC-REASON.
018413     PERFORM 1420-FIND-AUTHORITY THRU 1420-EXIT.
018414     IF EUL1-SEC-AUTHORIZED
018415         GO TO 1400-EXIT
018416     END-IF.
018417     DISPLAY 'EUL1RGM - OPERATOR ' EUL1-RGM-OPERATOR
018418         ' IS NOT AUTHORIZED AS '
018419         EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO).
018420     DISPLAY 'EUL1RGM - ' EUL1-SEC-REASON.
018421     PERFORM 1450-LOG-VIOLATION THRU 1450-EXIT.
018422 1400-EXIT.
018423     EXIT.
018424*
018425******************************************************************
018426*    1420-FIND-AUTHORITY - READ THE OPERATOR'S AUTHORITY RECORD *
018427*    AND JUDGE THE ROLE AGAINST TODAY'S DATE, SETTING THE       *
018428*    REASON FOR ANY REFUSAL.  A MISSING OR UNREADABLE           *
018429*    AUTHORITY FILE AUTHORIZES NOBODY.                          *
018430******************************************************************
018431 1420-FIND-AUTHORITY.
018432     OPEN INPUT EUL1-AUTHORITY-FILE.
018433     IF NOT EUL1-OPA-FILE-OK
018434         SET EUL1-SEC-NO-FILE TO TRUE
018435         STRING 'NO OPERATOR AUTHORITY FILE - STATUS '
018436                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
018437                INTO EUL1-SEC-REASON
018438         END-STRING
018439         GO TO 1420-EXIT
018440     END-IF.
018441     MOVE EUL1-RGM-OPERATOR TO EUL1-OPA-KEY.
018442     READ EUL1-AUTHORITY-FILE
018443         INVALID KEY
018444             SET EUL1-SEC-NOT-LISTED TO TRUE
018445             MOVE 'OPERATOR IS NOT ON THE AUTHORITY FILE'
018446                 TO EUL1-SEC-REASON
018447     END-READ.
018449     IF NOT EUL1-SEC-NOT-LISTED
018451        AND NOT EUL1-OPA-FILE-OK
018453         SET EUL1-SEC-NO-FILE TO TRUE
018455         STRING 'AUTHORITY FILE READ FAILED - STATUS '
018457                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
018459                INTO EUL1-SEC-REASON
018461         END-STRING
018463     END-IF.
018465     IF EUL1-SEC-AUTHORIZED
018467         MOVE EUL1-OPA-CARD TO EUL1-OPA-RECORD
018469     END-IF.
018471     CLOSE EUL1-AUTHORITY-FILE.
018473     IF NOT EUL1-SEC-AUTHORIZED
018475         GO TO 1420-EXIT
018477     END-IF.
018479     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) NOT NUMERIC
018481        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) NOT NUMERIC
018483         SET EUL1-SEC-NOT-HELD TO TRUE
018485         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
018487         GO TO 1420-EXIT
018489     END-IF.
018491     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) = ZERO
018493        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) = ZERO
018495         SET EUL1-SEC-NOT-HELD TO TRUE
018497         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
018499         GO TO 1420-EXIT
018501     END-IF.
018503     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) > EUL1-RGM-TODAY
018505         SET EUL1-SEC-NOT-YET TO TRUE
018507         STRING 'ROLE IS NOT EFFECTIVE UNTIL '
018509                EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO)
018511                DELIMITED BY SIZE
018513                INTO EUL1-SEC-REASON
018515         END-STRING
018517         GO TO 1420-EXIT
018519     END-IF.
018521     IF EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) < EUL1-RGM-TODAY
018523         SET EUL1-SEC-EXPIRED TO TRUE
018525         STRING 'ROLE EXPIRED '
018527                EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO)
018529                DELIMITED BY SIZE
018531                INTO EUL1-SEC-REASON
018533         END-STRING
018535     END-IF.
018537 1420-EXIT.
018539     EXIT.
018541*
018543******************************************************************
018545*    1450-LOG-VIOLATION - APPEND THE REFUSAL TO THE SECURITY    *
018547*    VIOLATION FILE.  A FILE THAT CANNOT BE OPENED IS REPORTED; *
018549*    THE ACTION IS REFUSED EITHER WAY.                          *
018551******************************************************************
018553 1450-LOG-VIOLATION.
018555     MOVE EUL1-RGM-TIMESTAMP TO EUL1-SEC-TIMESTAMP.
018557     MOVE 'EUL1RGM' TO EUL1-SEC-PROGRAM.
018559     MOVE EUL1-RGM-OPERATOR TO EUL1-SEC-OPERATOR.
018561     MOVE EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO) TO EUL1-SEC-ROLE.
018563     OPEN EXTEND EUL1-SECLOG-FILE.
018565     IF EUL1-SEC-FILE-NEW
018567         OPEN OUTPUT EUL1-SECLOG-FILE
018569     END-IF.
018571     IF NOT EUL1-SEC-FILE-OK
018573         DISPLAY 'EUL1RGM - SECURITY VIOLATION FILE NOT '
018575             'AVAILABLE - STATUS ' EUL1-SEC-FILE-STATUS
018577             ' - REFUSAL NOT LOGGED'
018579         GO TO 1450-EXIT
018581     END-IF.
018583     MOVE EUL1-SEC-RECORD TO EUL1-SEC-CARD.
018585     WRITE EUL1-SEC-CARD.
018587     CLOSE EUL1-SECLOG-FILE.
018589 1450-EXIT.
018591     EXIT.
018593*
018600******************************************************************
018700*    1500-ACCEPT-SCENARIO - PROMPT FOR THE SCENARIO TO BE       *
018800*    MAINTAINED.  THE SCENARIO IS THE PARAMETER SET NAME.       *
018900******************************************************************
019000 1500-ACCEPT-SCENARIO.
019100     DISPLAY 'ENTER SCENARIO (PARAMETER SET NAME): '.
019200     ACCEPT EUL1-RGM-SCENARIO.
019300     IF EUL1-RGM-SCENARIO = SPACES
019400         DISPLAY 'EUL1RGM - SCENARIO IS REQUIRED'
019500         SET EUL1-RGM-ERROR TO TRUE
019600     END-IF.
019700 1500-EXIT.
019800     EXIT.
019900*
020000******************************************************************
020100*    2000-SHOW-ENTRY - READ THE REGISTRY ENTRY OF THE KEYED     *
020200*    SCENARIO AND DISPLAY IT.  AN ADD NEEDS THE SCENARIO TO BE  *
020300*    UNREGISTERED; EVERY OTHER FUNCTION NEEDS IT REGISTERED,    *
020400*    AND RETIRE AND REINSTATE NEED IT IN THE OPPOSITE STATUS.   *
020500******************************************************************
020600 2000-SHOW-ENTRY.
020700     SET EUL1-RGM-ENTRY-FOUND TO TRUE.
020800     MOVE EUL1-RGM-SCENARIO TO EUL1-REG-KEY.
020900     READ EUL1-REGISTRY-FILE
021000         INVALID KEY
021100             SET EUL1-RGM-ENTRY-NOT-FOUND TO TRUE
021200     END-READ.
021300     IF EUL1-RGM-ENTRY-NOT-FOUND
021400         IF EUL1-RGM-FUNC-ADD
021500             DISPLAY '  NEW SCENARIO ' EUL1-RGM-SCENARIO
021600         ELSE
021700             DISPLAY 'EUL1RGM - SCENARIO ' EUL1-RGM-SCENARIO
021800                 ' IS NOT REGISTERED'
021900             SET EUL1-RGM-ERROR TO TRUE
022000         END-IF
022100         GO TO 2000-EXIT
022200     END-IF.
022300     MOVE EUL1-REG-CARD TO EUL1-REG-RECORD.
022400     DISPLAY '  SCENARIO . . . . . . . . . : ' EUL1-REG-SCENARIO.
022500     DISPLAY '  STATUS . . . . . . . . . . : ' EUL1-REG-STATUS.
022600     DISPLAY '  DESCRIPTION . . . . . . . : ' EUL1-REG-DESC.
022700     DISPLAY '  BUSINESS OWNER . . . . . . : ' EUL1-REG-OWNER.
022800     DISPLAY '  CONTACT . . . . . . . . . : ' EUL1-REG-CONTACT.
022900     DISPLAY '  COST CENTRE . . . . . . . : '
023000         EUL1-REG-COST-CENTRE.
023100     IF EUL1-REG-RETIRED
023200         DISPLAY '  RETIRED ON . . . . . . . . : '
023300             EUL1-REG-RETIRED-DATE
023400     END-IF.
023500     DISPLAY '  LAST CHANGED BY . . . . . : '
023600         EUL1-REG-UPD-OPERATOR ' AT ' EUL1-REG-UPD-TIMESTAMP.
023700     IF EUL1-RGM-FUNC-ADD
023800         DISPLAY 'EUL1RGM - SCENARIO ' EUL1-RGM-SCENARIO
023900             ' IS ALREADY REGISTERED'
024000         SET EUL1-RGM-ERROR TO TRUE
024100         GO TO 2000-EXIT
024200     END-IF.
024300     IF EUL1-RGM-FUNC-RETIRE
024400        AND EUL1-REG-RETIRED
024500         DISPLAY 'EUL1RGM - SCENARIO ' EUL1-RGM-SCENARIO
024600             ' IS ALREADY RETIRED'
024700         SET EUL1-RGM-ERROR TO TRUE
024800         GO TO 2000-EXIT
024900     END-IF.
025000     IF EUL1-RGM-FUNC-REINSTATE
025100        AND EUL1-REG-ACTIVE
025200         DISPLAY 'EUL1RGM - SCENARIO ' EUL1-RGM-SCENARIO
025300             ' IS ALREADY ACTIVE'
025400         SET EUL1-RGM-ERROR TO TRUE
025500     END-IF.
025600 2000-EXIT.
025700     EXIT.
025800*
025900******************************************************************
026000*    3000-ACCEPT-DETAILS - PROMPT FOR THE DESCRIPTIVE FIELDS.   *
026100*    ON A CHANGE A BLANK RESPONSE MEANS "LEAVE AS IS".          *
026200******************************************************************
026300 3000-ACCEPT-DETAILS.
026400     IF EUL1-RGM-FUNC-ADD
026500         DISPLAY 'ENTER DESCRIPTION: '
026600     ELSE
026700         DISPLAY 'ENTER NEW DESCRIPTION (BLANK = NO CHANGE): '
026800     END-IF.
026900     ACCEPT EUL1-RGM-NEW-DESC.
027000     IF EUL1-RGM-FUNC-ADD
027100         DISPLAY 'ENTER BUSINESS OWNER: '
027200     ELSE
027300         DISPLAY 'ENTER NEW BUSINESS OWNER (BLANK = NO CHANGE): '
027400     END-IF.
027500     ACCEPT EUL1-RGM-NEW-OWNER.
027600     IF EUL1-RGM-FUNC-ADD
027700         DISPLAY 'ENTER CONTACT: '
027800     ELSE
027900         DISPLAY 'ENTER NEW CONTACT (BLANK = NO CHANGE): '
028000     END-IF.
028100     ACCEPT EUL1-RGM-NEW-CONTACT.
028200     IF EUL1-RGM-FUNC-ADD
028300         DISPLAY 'ENTER COST CENTRE: '
028400     ELSE
028500         DISPLAY 'ENTER NEW COST CENTRE (BLANK = NO CHANGE): '
028600     END-IF.
028700     ACCEPT EUL1-RGM-NEW-COST-CTR.
028800 3000-EXIT.
028900     EXIT.
029000*
029100******************************************************************
029200*    3500-CONFIRM-STATUS - CONFIRM A RETIRE OR REINSTATE.       *
029300******************************************************************
029400 3500-CONFIRM-STATUS.
029500     IF EUL1-RGM-FUNC-RETIRE
029600         DISPLAY 'RETIRE SCENARIO ' EUL1-RGM-SCENARIO
029700             ' - NO NEW VERSIONS OR SCHEDULED RUNS -'
029800         DISPLAY 'Y TO CONFIRM: '
029900     ELSE
030000         DISPLAY 'REINSTATE SCENARIO ' EUL1-RGM-SCENARIO
030100             ' - Y TO CONFIRM: '
030200     END-IF.
030300     ACCEPT EUL1-RGM-CONFIRM.
030400     IF NOT EUL1-RGM-CONFIRMED
030500         DISPLAY 'EUL1RGM - STATUS CHANGE NOT CONFIRMED'
030600         SET EUL1-RGM-ERROR TO TRUE
030700     END-IF.
030800 3500-EXIT.
030900     EXIT.
031000*
031100******************************************************************
031200*    4000-VALIDATE-DETAILS - APPLY THE KEYED FIELDS TO THE      *
031300*    ENTRY.  A NEW ENTRY STARTS ACTIVE AND MUST HAVE EVERY      *
031400*    DESCRIPTIVE FIELD; A CHANGE MAY NOT LEAVE ONE BLANK.       *
031500******************************************************************
031600 4000-VALIDATE-DETAILS.
031700     SET EUL1-RGM-NO-ERROR TO TRUE.
031800     IF EUL1-RGM-FUNC-ADD
031900         MOVE SPACES TO EUL1-REG-RECORD
032000         MOVE EUL1-RGM-SCENARIO TO EUL1-REG-SCENARIO
032100         SET EUL1-REG-ACTIVE TO TRUE
032200         MOVE EUL1-RGM-TIMESTAMP TO EUL1-REG-ADD-TIMESTAMP
032300     END-IF.
032400     IF EUL1-RGM-NEW-DESC NOT = SPACES
032500         MOVE EUL1-RGM-NEW-DESC TO EUL1-REG-DESC
032600     END-IF.
032700     IF EUL1-RGM-NEW-OWNER NOT = SPACES
032800         MOVE EUL1-RGM-NEW-OWNER TO EUL1-REG-OWNER
032900     END-IF.
033000     IF EUL1-RGM-NEW-CONTACT NOT = SPACES
033100         MOVE EUL1-RGM-NEW-CONTACT TO EUL1-REG-CONTACT
033200     END-IF.
033300     IF EUL1-RGM-NEW-COST-CTR NOT = SPACES
033400         MOVE EUL1-RGM-NEW-COST-CTR TO EUL1-REG-COST-CENTRE
033500     END-IF.
033600     IF EUL1-REG-DESC = SPACES
033700         DISPLAY 'EUL1RGM - A DESCRIPTION IS REQUIRED'
033800         SET EUL1-RGM-ERROR TO TRUE
033900     END-IF.
034000     IF EUL1-REG-OWNER = SPACES
034100         DISPLAY 'EUL1RGM - A BUSINESS OWNER IS REQUIRED'
034200         SET EUL1-RGM-ERROR TO TRUE
034300     END-IF.
034400     IF EUL1-REG-CONTACT = SPACES
034500         DISPLAY 'EUL1RGM - A CONTACT IS REQUIRED'
034600         SET EUL1-RGM-ERROR TO TRUE
034700     END-IF.
034800     IF EUL1-REG-COST-CENTRE = SPACES
034900         DISPLAY 'EUL1RGM - A COST CENTRE IS REQUIRED'
035000         SET EUL1-RGM-ERROR TO TRUE
035100     END-IF.
035200 4000-EXIT.
035300     EXIT.
035400*
035500******************************************************************
035600*    5000-WRITE-ENTRY - APPLY A RETIRE OR REINSTATE, STAMP THE  *
035700*    OPERATOR, AND WRITE A NEW ENTRY OR REWRITE THE EXISTING    *
035800*    ONE.                                                       *
035900******************************************************************
036000 5000-WRITE-ENTRY.
036100     IF EUL1-RGM-FUNC-RETIRE
036200         SET EUL1-REG-RETIRED TO TRUE
036300         MOVE EUL1-RGM-TODAY TO EUL1-REG-RETIRED-DATE
036400     END-IF.
036500     IF EUL1-RGM-FUNC-REINSTATE
036600         SET EUL1-REG-ACTIVE TO TRUE
036700         MOVE SPACES TO EUL1-REG-RETIRED-DATE
036800     END-IF.
036900     MOVE EUL1-RGM-OPERATOR TO EUL1-REG-UPD-OPERATOR.
037000     MOVE EUL1-RGM-TIMESTAMP TO EUL1-REG-UPD-TIMESTAMP.
037100     MOVE EUL1-REG-RECORD TO EUL1-REG-CARD.
037200     IF EUL1-RGM-ENTRY-FOUND
037300         REWRITE EUL1-REG-CARD
037400             INVALID KEY
037500                 DISPLAY 'EUL1RGM - REWRITE OF REGISTRY ENTRY '
037600                     'FAILED - NO UPDATE APPLIED'
037700                 GO TO 5000-EXIT
037800         END-REWRITE
037900     ELSE
038000         WRITE EUL1-REG-CARD
038100             INVALID KEY
038200                 DISPLAY 'EUL1RGM - WRITE OF REGISTRY ENTRY '
038300                     'FAILED - NO UPDATE APPLIED'
038400                 GO TO 5000-EXIT
038500         END-WRITE
038600     END-IF.
038700     DISPLAY 'EUL1RGM - REGISTRY ENTRY RECORDED'.
038800     DISPLAY '  SCENARIO . . . . . . . . . : ' EUL1-REG-SCENARIO.
038900     DISPLAY '  STATUS . . . . . . . . . . : ' EUL1-REG-STATUS.
039000     DISPLAY '  DESCRIPTION . . . . . . . : ' EUL1-REG-DESC.
039100     DISPLAY '  BUSINESS OWNER . . . . . . : ' EUL1-REG-OWNER.
039200     DISPLAY '  CONTACT . . . . . . . . . : ' EUL1-REG-CONTACT.
039300     DISPLAY '  COST CENTRE . . . . . . . : '
039400         EUL1-REG-COST-CENTRE.
039500 5000-EXIT.
039600     EXIT.
039700*
039800******************************************************************
039900*    8000-CLOSE-REGISTRY - CLOSE THE REGISTRY BEFORE THE        *
040000*    TRANSACTION ENDS, WHATEVER PATH IT ENDS BY.                *
040100******************************************************************
040200 8000-CLOSE-REGISTRY.
040300     CLOSE EUL1-REGISTRY-FILE.
040400 8000-EXIT.
040500     EXIT.
