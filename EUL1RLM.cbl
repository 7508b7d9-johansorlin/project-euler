000100******************************************************************
000200*                                                                *
000300*    PROGRAM:     EUL1RLM                                       *
000400*    AUTHOR:      J. D. MERCER                                  *
000500*    INSTALLATION: DATA PROCESSING                              *
000600*    DATE-WRITTEN: OCTOBER 2026                                 *
000700*                                                                *
000800*    DESCRIPTION:                                               *
000900*        ONLINE SUPERVISOR TRANSACTION FOR THE EUL1 FEED        *
001000*        RELEASE LEDGER.  THE SUPERVISOR SIGNS ON WITH AN       *
001100*        OPERATOR ID AND KEYS THE RUN-ID OF A HELD RUN; THE     *
001200*        LEDGER ENTRY IS SHOWN WITH EUL1VFY'S HOLD REASON.  ON   *
001300*        A NON-BLANK OVERRIDE REASON AND A CONFIRMATION THE     *
001400*        RUN IS MARKED RELEASED, STAMPED WITH THE SUPERVISOR,   *
001500*        A TIMESTAMP, AND THE OVERRIDE REASON, AND FROM THEN    *
001600*        ON EUL1XTR AND EUL1TRD PASS ITS FEED ROWS.  THE        *
001700*        VERIFICATION RESULT IS KEPT ON THE ENTRY SO THE        *
001800*        OVERRIDE CAN ALWAYS BE SEEN AGAINST WHAT IT OVERRODE.  *
001900*        A RUN WITH NO LEDGER ENTRY (ONE NEVER VERIFIED) IS     *
002000*        REFUSED, SO A MISTYPED RUN-ID CANNOT RELEASE A RUN     *
002100*        THAT NEVER EXISTED; AN ALREADY RELEASED RUN IS         *
002110*        REFUSED AS WELL.                                       *
002120*        THE SUPERVISOR MUST HOLD THE PARAMETER APPROVER ROLE   *
002140*        ON THE OPERATOR AUTHORITY FILE (EUL1OPA); A REFUSAL IS *
002160*        LOGGED TO THE SECURITY VIOLATION FILE (EUL1SEC).       *
002200*                                                                *
002300*    MODIFICATION HISTORY:                                      *
002400*        OCT2026  JDM  ORIGINAL PROGRAM.                        *
002410*        OCT2026  JDM  A RELEASE IS REFUSED UNLESS THE          *
002420*                      SUPERVISOR HOLDS THE PARAMETER APPROVER  *
002430*                      ROLE ON THE OPERATOR AUTHORITY FILE      *
002440*                      (EUL1OPA); EACH REFUSAL IS LOGGED TO THE *
002450*                      SECURITY VIOLATION FILE (EUL1SEC).       *
002460*        OCT2026  JDM  A RUN-ID WITH NO LEDGER ENTRY IS         *
002470*                      REFUSED RATHER THAN RELEASED, SO A       *
002480*                      MISTYPED RUN-ID CANNOT RELEASE A RUN     *
002490*                      THAT NEVER EXISTED.                      *
002491*        OCT2026  JDM  THE AUTHORITY RECORD IS TAKEN FROM THE   *
002492*                      RECORD AREA BEFORE THE FILE IS CLOSED,   *
002493*                      AND A READ THAT FAILS FOR ANY REASON     *
002494*                      OTHER THAN RECORD NOT FOUND AUTHORIZES   *
002495*                      NOBODY.                                  *
002500*                                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. EUL1RLM.
002900 AUTHOR. J. D. MERCER.
003000 INSTALLATION. DATA PROCESSING.
003100 DATE-WRITTEN. OCTOBER 2026.
003200 DATE-COMPILED.
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT EUL1-RELEASE-FILE ASSIGN TO EUL1RLS
003800                             ORGANIZATION IS INDEXED
003900                             ACCESS MODE IS DYNAMIC
004000                             RECORD KEY IS EUL1-RLS-KEY
004100                             FILE STATUS IS EUL1-RLS-FILE-STATUS.
004109*
004118     SELECT EUL1-AUTHORITY-FILE ASSIGN TO EUL1OPA
004127                             ORGANIZATION IS INDEXED
004136                             ACCESS MODE IS DYNAMIC
004145                             RECORD KEY IS EUL1-OPA-KEY
004154                             FILE STATUS IS EUL1-OPA-FILE-STATUS.
004163*
004172     SELECT EUL1-SECLOG-FILE ASSIGN TO EUL1SEC
004181                             ORGANIZATION IS SEQUENTIAL
004190                             FILE STATUS IS EUL1-SEC-FILE-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  EUL1-RELEASE-FILE
004600     LABEL RECORDS ARE STANDARD
004700     RECORD CONTAINS 200 CHARACTERS.
004800 01  EUL1-RLS-CARD.
004900     05  EUL1-RLS-KEY            PIC X(14).
005000     05  FILLER                  PIC X(186).
005100*
005107 FD  EUL1-AUTHORITY-FILE
005114     LABEL RECORDS ARE STANDARD
005121     RECORD CONTAINS 200 CHARACTERS.
005128 01  EUL1-OPA-CARD.
005135     05  EUL1-OPA-KEY            PIC X(08).
005142     05  FILLER                  PIC X(192).
005149*
005156 FD  EUL1-SECLOG-FILE
005163     LABEL RECORDS ARE STANDARD
005170     RECORD CONTAINS 200 CHARACTERS.
005177 01  EUL1-SEC-CARD           PIC X(200).
005184*
005200 WORKING-STORAGE SECTION.
005300*
005400******************************************************************
005500*    FEED RELEASE LEDGER RECORD WORKING STORAGE                 *
005600******************************************************************
005700 COPY EUL1RLS.
005800*
005809******************************************************************
005818*    OPERATOR AUTHORITY RECORD WORKING STORAGE                  *
005827******************************************************************
005836 COPY EUL1OPA.
005845*
005854******************************************************************
005863*    SECURITY VIOLATION RECORD WORKING STORAGE                  *
005872******************************************************************
005881 COPY EUL1SEC.
005890*
005900******************************************************************
006000*    SWITCHES                                                   *
006100******************************************************************
006200 77  EUL1-RLS-FILE-STATUS    PIC X(02) VALUE '00'.
006300     88  EUL1-RLS-FILE-OK    VALUE '00'.
006400     88  EUL1-RLS-FILE-NEW   VALUE '35'.
006410*
006420 77  EUL1-OPA-FILE-STATUS    PIC X(02) VALUE '00'.
006430     88  EUL1-OPA-FILE-OK    VALUE '00'.
006440     88  EUL1-OPA-FILE-NEW   VALUE '35'.
006450*
006460 77  EUL1-SEC-FILE-STATUS    PIC X(02) VALUE '00'.
006470     88  EUL1-SEC-FILE-OK    VALUE '00'.
006480     88  EUL1-SEC-FILE-NEW   VALUE '35'.
006500*
006600 77  EUL1-RLM-ERROR-SW       PIC X(01) VALUE 'N'.
006700     88  EUL1-RLM-ERROR      VALUE 'Y'.
006800     88  EUL1-RLM-NO-ERROR   VALUE 'N'.
006900*
007000 77  EUL1-RLM-ENTRY-SW       PIC X(01) VALUE 'N'.
007100     88  EUL1-RLM-ENTRY-FOUND     VALUE 'Y'.
007200     88  EUL1-RLM-ENTRY-NOT-FOUND VALUE 'N'.
007300*
007400 77  EUL1-RLM-CONFIRM        PIC X(01) VALUE SPACE.
007500     88  EUL1-RLM-CONFIRMED  VALUE 'Y'.
007600*
007700******************************************************************
007800*    WORKING FIELDS                                              *
007900******************************************************************
008000 77  EUL1-RLM-TODAY          PIC 9(08) VALUE ZERO.
008100 77  EUL1-RLM-TIME           PIC 9(08) VALUE ZERO.
008200*
008300 01  EUL1-RLM-OPERATOR       PIC X(08) VALUE SPACES.
008400 01  EUL1-RLM-TIMESTAMP      PIC X(14) VALUE SPACES.
008500 01  EUL1-RLM-RUN-ID         PIC X(14) VALUE SPACES.
008600 01  EUL1-RLM-OVR-REASON     PIC X(60) VALUE SPACES.
008700*
008800 PROCEDURE DIVISION.
008900*
009000******************************************************************
009100*    0000-MAINLINE                                              *
009200******************************************************************
009300 0000-MAINLINE.
009400     PERFORM 1000-OPEN-LEDGER THRU 1000-EXIT.
009500     PERFORM 1300-ACCEPT-OPERATOR THRU 1300-EXIT.
009600     IF EUL1-RLM-ERROR
009700         DISPLAY 'EUL1RLM - NO RELEASE APPLIED'
009800         PERFORM 8000-CLOSE-LEDGER THRU 8000-EXIT
009900         STOP RUN
010000     END-IF.
010100     PERFORM 1500-ACCEPT-RUN-ID THRU 1500-EXIT.
010200     IF EUL1-RLM-ERROR
010300         DISPLAY 'EUL1RLM - NO RELEASE APPLIED'
010400         PERFORM 8000-CLOSE-LEDGER THRU 8000-EXIT
010500         STOP RUN
010600     END-IF.
010700     PERFORM 2000-SHOW-ENTRY THRU 2000-EXIT.
010800     IF EUL1-RLM-ERROR
010900         DISPLAY 'EUL1RLM - NO RELEASE APPLIED'
011000         PERFORM 8000-CLOSE-LEDGER THRU 8000-EXIT
011100         STOP RUN
011200     END-IF.
011300     PERFORM 3000-ACCEPT-OVERRIDE THRU 3000-EXIT.
011400     IF EUL1-RLM-NO-ERROR
011500         PERFORM 5000-RELEASE-RUN THRU 5000-EXIT
011600     ELSE
011700         DISPLAY 'EUL1RLM - NO RELEASE APPLIED'
011800     END-IF.
011900     PERFORM 8000-CLOSE-LEDGER THRU 8000-EXIT.
012000     STOP RUN.
012100*
012200******************************************************************
012300*    1000-OPEN-LEDGER - OPEN THE KEYED RELEASE LEDGER FOR        *
012400*    UPDATE.  A MISSING FILE IS AN EMPTY LEDGER, NOT AN ERROR;   *
012500*    EVERY RUN-ID KEYED AGAINST IT IS REFUSED AS UNVERIFIED.     *
012600******************************************************************
012700 1000-OPEN-LEDGER.
012800     OPEN I-O EUL1-RELEASE-FILE.
012900     IF EUL1-RLS-FILE-NEW
013000         DISPLAY 'EUL1RLM - NO RELEASE LEDGER ON FILE YET - '
013100             'STARTING EMPTY'
013200         OPEN OUTPUT EUL1-RELEASE-FILE
013300         CLOSE EUL1-RELEASE-FILE
013400         OPEN I-O EUL1-RELEASE-FILE
013500     END-IF.
013600 1000-EXIT.
013700     EXIT.
013800*
013900******************************************************************
014000*    1300-ACCEPT-OPERATOR - SIGN THE SUPERVISOR ON, STAMPING    *
014100*    THE SESSION FOR THE LEDGER ENTRY.                          *
014150*    THE SUPERVISOR MUST HOLD THE PARAMETER APPROVER ROLE.      *
014200******************************************************************
014300 1300-ACCEPT-OPERATOR.
014400     SET EUL1-RLM-NO-ERROR TO TRUE.
014500     ACCEPT EUL1-RLM-TODAY FROM DATE YYYYMMDD.
014600     ACCEPT EUL1-RLM-TIME FROM TIME.
014700     STRING EUL1-RLM-TODAY DELIMITED BY SIZE
014800            EUL1-RLM-TIME(1:6) DELIMITED BY SIZE
014900            INTO EUL1-RLM-TIMESTAMP
015000     END-STRING.
015100     DISPLAY 'EUL1 FEED RELEASE - SUPERVISOR OVERRIDE'.
015200     DISPLAY 'ENTER SUPERVISOR OPERATOR ID: '.
015300     ACCEPT EUL1-RLM-OPERATOR.
015400     IF EUL1-RLM-OPERATOR = SPACES
015500         DISPLAY 'EUL1RLM - OPERATOR ID IS REQUIRED'
015600         SET EUL1-RLM-ERROR TO TRUE
015650         GO TO 1300-EXIT
015700     END-IF.
015710     MOVE SPACES TO EUL1-SEC-RECORD.
015720     SET EUL1-OPA-FOR-APPROVER TO TRUE.
015730     MOVE 'RELEASE A HELD RUN BY SUPERVISOR OVERRIDE'
015740         TO EUL1-SEC-ACTION.
015750     PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT.
015760     IF NOT EUL1-SEC-AUTHORIZED
015770         SET EUL1-RLM-ERROR TO TRUE
015780     END-IF.
015800 1300-EXIT.
015900     EXIT.
015901*
015902******************************************************************
015903*    1400-CHECK-AUTHORITY - THE OPERATOR MUST HOLD THE ROLE     *
015904*    NAMED BY EUL1-OPA-ROLE-NO ON THE OPERATOR AUTHORITY FILE,  *
015905*    EFFECTIVE AND NOT EXPIRED TODAY.  THE CALLER HAS CLEARED   *
015906*    THE VIOLATION RECORD AND NAMED THE ACTION ATTEMPTED.  A    *
015907*    REFUSAL IS DISPLAYED AND LOGGED, AND LEAVES                *
015908*    EUL1-SEC-AUTHORIZED FALSE FOR THE CALLER TO ACT ON.        *
015909******************************************************************
015910 1400-CHECK-AUTHORITY.
015911     MOVE SPACE TO EUL1-SEC-REASON-CODE.
015912     MOVE SPACES TO EUL1-SEC-REASON.
015913     PERFORM 1420-FIND-AUTHORITY THRU 1420-EXIT.
015914     IF EUL1-SEC-AUTHORIZED
015915         GO TO 1400-EXIT
015916     END-IF.
015917     DISPLAY 'EUL1RLM - OPERATOR ' EUL1-RLM-OPERATOR
015918         ' IS NOT AUTHORIZED AS '
015919         EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO).
015920     DISPLAY 'EUL1RLM - ' EUL1-SEC-REASON.
015921     PERFORM 1450-LOG-VIOLATION THRU 1450-EXIT.
015922 1400-EXIT.
015923     EXIT.
015924*
015925******************************************************************
015926*    1420-FIND-AUTHORITY - READ THE OPERATOR'S AUTHORITY RECORD *
015927*    AND JUDGE THE ROLE AGAINST TODAY'S DATE, SETTING THE       *
015928*    REASON FOR ANY REFUSAL.  A MISSING OR UNREADABLE           *
015929*    AUTHORITY FILE AUTHORIZES NOBODY.                          *
015930******************************************************************
015931 1420-FIND-AUTHORITY.
015932     OPEN INPUT EUL1-AUTHORITY-FILE.
015933     IF NOT EUL1-OPA-FILE-OK
015934         SET EUL1-SEC-NO-FILE TO TRUE
015935         STRING 'NO OPERATOR AUTHORITY FILE - STATUS '
015936                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
015937                INTO EUL1-SEC-REASON
015938         END-STRING
015939         GO TO 1420-EXIT
015940     END-IF.
015941     MOVE EUL1-RLM-OPERATOR TO EUL1-OPA-KEY.
015942     READ EUL1-AUTHORITY-FILE
015943         INVALID KEY
015944             SET EUL1-SEC-NOT-LISTED TO TRUE
015945             MOVE 'OPERATOR IS NOT ON THE AUTHORITY FILE'
015946                 TO EUL1-SEC-REASON
015947     END-READ.
015949     IF NOT EUL1-SEC-NOT-LISTED
015951        AND NOT EUL1-OPA-FILE-OK
015953         SET EUL1-SEC-NO-FILE TO TRUE
015955         STRING 'AUTHORITY FILE READ FAILED - STATUS '
015957                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
015959                INTO EUL1-SEC-REASON
015961         END-STRING
015963     END-IF.
015965     IF EUL1-SEC-AUTHORIZED
015967         MOVE EUL1-OPA-CARD TO EUL1-OPA-RECORD
015969     END-IF.
015971     CLOSE EUL1-AUTHORITY-FILE.
015973     IF NOT EUL1-SEC-AUTHORIZED
015975         GO TO 1420-EXIT
015977     END-IF.
015979     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) NOT NUMERIC
015981        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) NOT NUMERIC
015983         SET EUL1-SEC-NOT-HELD TO TRUE
015985         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
015987         GO TO 1420-EXIT
015989     END-IF.
015991     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) = ZERO
015993        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) = ZERO
015995         SET EUL1-SEC-NOT-HELD TO TRUE
015997         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
015999         GO TO 1420-EXIT
016001     END-IF.
016003     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) > EUL1-RLM-TODAY
016005         SET EUL1-SEC-NOT-YET TO TRUE
016007         STRING 'ROLE IS NOT EFFECTIVE UNTIL '
016009                EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO)
016011                DELIMITED BY SIZE
016013                INTO EUL1-SEC-REASON
016015         END-STRING
016017         GO TO 1420-EXIT
016019     END-IF.
016021     IF EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) < EUL1-RLM-TODAY
016023         SET EUL1-SEC-EXPIRED TO TRUE
016025         STRING 'ROLE EXPIRED '
016027                EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO)
016029                DELIMITED BY SIZE
016031                INTO EUL1-SEC-REASON
016033         END-STRING
016035     END-IF.
016037 1420-EXIT.
016039     EXIT.
016041*
016043******************************************************************
016045*    1450-LOG-VIOLATION - APPEND THE REFUSAL TO THE SECURITY    *
016047*    VIOLATION FILE.  A FILE THAT CANNOT BE OPENED IS REPORTED; *
016049*    THE ACTION IS REFUSED EITHER WAY.                          *
016051******************************************************************
016053 1450-LOG-VIOLATION.
016055     MOVE EUL1-RLM-TIMESTAMP TO EUL1-SEC-TIMESTAMP.
016057     MOVE 'EUL1RLM' TO EUL1-SEC-PROGRAM.
016059     MOVE EUL1-RLM-OPERATOR TO EUL1-SEC-OPERATOR.
016061     MOVE EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO) TO EUL1-SEC-ROLE.
016063     OPEN EXTEND EUL1-SECLOG-FILE.
016065     IF EUL1-SEC-FILE-NEW
016067         OPEN OUTPUT EUL1-SECLOG-FILE
016069     END-IF.
016071     IF NOT EUL1-SEC-FILE-OK
016073         DISPLAY 'EUL1RLM - SECURITY VIOLATION FILE NOT '
016075             'AVAILABLE - STATUS ' EUL1-SEC-FILE-STATUS
016077             ' - REFUSAL NOT LOGGED'
016079         GO TO 1450-EXIT
016081     END-IF.
016083     MOVE EUL1-SEC-RECORD TO EUL1-SEC-CARD.
016085     WRITE EUL1-SEC-CARD.
016087     CLOSE EUL1-SECLOG-FILE.
016089 1450-EXIT.
016091     EXIT.
016093*
016100******************************************************************
016200*    1500-ACCEPT-RUN-ID - PROMPT FOR THE RUN-ID TO BE RELEASED. *
016300*    RUN-IDS ARE THE FOURTEEN-DIGIT DATE AND TIME OF THE RUN.   *
016400******************************************************************
016500 1500-ACCEPT-RUN-ID.
016600     DISPLAY 'ENTER RUN-ID TO RELEASE (CCYYMMDDHHMMSS): '.
016700     ACCEPT EUL1-RLM-RUN-ID.
016800     IF EUL1-RLM-RUN-ID = SPACES
016900         DISPLAY 'EUL1RLM - RUN-ID IS REQUIRED'
017000         SET EUL1-RLM-ERROR TO TRUE
017100         GO TO 1500-EXIT
017200     END-IF.
017300     IF EUL1-RLM-RUN-ID NOT NUMERIC
017400         DISPLAY 'EUL1RLM - RUN-ID IS NOT A FOURTEEN-DIGIT '
017500             'NUMBER: ' EUL1-RLM-RUN-ID
017600         SET EUL1-RLM-ERROR TO TRUE
017700     END-IF.
017800 1500-EXIT.
017900     EXIT.
018000*
018100******************************************************************
018200*    2000-SHOW-ENTRY - READ THE LEDGER ENTRY OF THE KEYED RUN   *
018300*    AND DISPLAY IT.  A RUN ALREADY RELEASED IS REFUSED; A RUN  *
018400*    WITH NO ENTRY WAS NEVER VERIFIED AND IS REFUSED AS WELL.   *
018500******************************************************************
018600 2000-SHOW-ENTRY.
018700     SET EUL1-RLM-ENTRY-FOUND TO TRUE.
018800     MOVE EUL1-RLM-RUN-ID TO EUL1-RLS-KEY.
018900     READ EUL1-RELEASE-FILE
019000         INVALID KEY
019100             SET EUL1-RLM-ENTRY-NOT-FOUND TO TRUE
019200     END-READ.
019300     IF EUL1-RLM-ENTRY-NOT-FOUND
019400         DISPLAY 'EUL1RLM - RUN ' EUL1-RLM-RUN-ID
019450             ' HAS NO LEDGER ENTRY - '
019500             'IT WAS NEVER VERIFIED BY EUL1VFY'
019550         SET EUL1-RLM-ERROR TO TRUE
019600         GO TO 2000-EXIT
019700     END-IF.
019800     MOVE EUL1-RLS-CARD TO EUL1-RLS-RECORD.
019900     DISPLAY '  RUN-ID . . . . . . . . . . : ' EUL1-RLS-RUN-ID.
020000     DISPLAY '  RUN DATE . . . . . . . . . : ' EUL1-RLS-RUN-DATE.
020100     DISPLAY '  LEDGER STATUS . . . . . . : ' EUL1-RLS-STATUS.
020200     DISPLAY '  VERIFIED AT . . . . . . . : '
020300         EUL1-RLS-VFY-TIMESTAMP.
020400     DISPLAY '  RECORDS VERIFIED . . . . . : ' EUL1-RLS-PASS-CNT.
020500     DISPLAY '  RECORDS FAILED . . . . . . : ' EUL1-RLS-FAIL-CNT.
020600     DISPLAY '  HOLD REASON . . . . . . . : ' EUL1-RLS-REASON.
020700     IF EUL1-RLS-RELEASED
020800         IF EUL1-RLS-OVR-OPERATOR NOT = SPACES
020900             DISPLAY '  RELEASED BY . . . . . . . : '
021000                 EUL1-RLS-OVR-OPERATOR ' AT '
021100                 EUL1-RLS-OVR-TIMESTAMP
021200         END-IF
021300         DISPLAY 'EUL1RLM - RUN ' EUL1-RLM-RUN-ID
021400             ' IS ALREADY RELEASED'
021500         SET EUL1-RLM-ERROR TO TRUE
021600     END-IF.
021700 2000-EXIT.
021800     EXIT.
021900*
022000******************************************************************
022100*    3000-ACCEPT-OVERRIDE - PROMPT FOR THE OVERRIDE REASON,     *
022200*    WHICH IS REQUIRED, AND FOR CONFIRMATION OF THE RELEASE.    *
022300******************************************************************
022400 3000-ACCEPT-OVERRIDE.
022500     DISPLAY 'ENTER OVERRIDE REASON (REQUIRED): '.
022600     ACCEPT EUL1-RLM-OVR-REASON.
022700     IF EUL1-RLM-OVR-REASON = SPACES
022800         DISPLAY 'EUL1RLM - AN OVERRIDE REASON IS REQUIRED'
022900         SET EUL1-RLM-ERROR TO TRUE
023000         GO TO 3000-EXIT
023100     END-IF.
023200     DISPLAY 'RELEASE RUN ' EUL1-RLM-RUN-ID
023300         ' TO THE FEED CONSUMERS - Y TO CONFIRM: '.
023400     ACCEPT EUL1-RLM-CONFIRM.
023500     IF NOT EUL1-RLM-CONFIRMED
023600         DISPLAY 'EUL1RLM - RELEASE NOT CONFIRMED'
023700         SET EUL1-RLM-ERROR TO TRUE
023800     END-IF.
023900 3000-EXIT.
024000     EXIT.
024100*
024200******************************************************************
024300*    5000-RELEASE-RUN - MARK THE RUN RELEASED AND STAMP THE     *
024400*    OVERRIDE.  THE VERIFICATION FIELDS ARE LEFT AS EUL1VFY     *
024500*    WROTE THEM.                                                *
024700******************************************************************
024800 5000-RELEASE-RUN.
025600     SET EUL1-RLS-RELEASED TO TRUE.
025700     MOVE EUL1-RLM-OPERATOR TO EUL1-RLS-OVR-OPERATOR.
025800     MOVE EUL1-RLM-TIMESTAMP TO EUL1-RLS-OVR-TIMESTAMP.
025900     MOVE EUL1-RLM-OVR-REASON TO EUL1-RLS-OVR-REASON.
026000     MOVE EUL1-RLS-RECORD TO EUL1-RLS-CARD.
026100     REWRITE EUL1-RLS-CARD
026200         INVALID KEY
026300             DISPLAY 'EUL1RLM - REWRITE OF LEDGER ENTRY '
026400                 'FAILED - NO RELEASE APPLIED'
026500             GO TO 5000-EXIT
026600     END-REWRITE.
027600     DISPLAY 'EUL1RLM - RUN ' EUL1-RLM-RUN-ID
027700         ' RELEASED BY SUPERVISOR OVERRIDE'.
027800     DISPLAY '  RELEASED BY . . . . . . . : '
027850         EUL1-RLS-OVR-OPERATOR.
027900     DISPLAY '  RELEASED AT . . . . . . . : '
028000         EUL1-RLS-OVR-TIMESTAMP.
028100     DISPLAY '  OVERRIDE REASON . . . . . : ' EUL1-RLS-OVR-REASON.
028200 5000-EXIT.
028300     EXIT.
028400*
028500******************************************************************
028600*    8000-CLOSE-LEDGER - CLOSE THE LEDGER BEFORE THE            *
028700*    TRANSACTION ENDS, WHATEVER PATH IT ENDS BY.                *
028800******************************************************************
028900 8000-CLOSE-LEDGER.
029000     CLOSE EUL1-RELEASE-FILE.
029100 8000-EXIT.
029200     EXIT.
