000100******************************************************************
000200*                                                                *
000300*    PROGRAM:     EUL1LOD                                       *
000400*    AUTHOR:      J. D. MERCER                                  *
000500*    INSTALLATION: DATA PROCESSING                              *
000600*    DATE-WRITTEN: OCTOBER 2026                                 *
000700*                                                                *
000800*    DESCRIPTION:                                               *
000900*        BATCH PARAMETER-LOAD UTILITY FOR THE EUL1 PARAMETER-   *
001000*        SET LIBRARY.  READS A DECK OF CHANGE TRANSACTIONS,     *
001100*        ONE PER VERSION, AND PUTS EACH THROUGH THE SAME        *
001200*        EDITS THE EUL1MNT UPDATE FUNCTION APPLIES: THE SET     *
001300*        MUST BE A REGISTERED, ACTIVE SCENARIO, THE VERSION     *
001400*        STARTS FROM THE PENDING, ACTIVE, OR LATEST EARLIER     *
001500*        ACTIVE VERSION ON FILE, AND A BLANK FIELD LEAVES THE   *
001600*        STARTING VALUE AS IS.  EACH GOOD TRANSACTION LANDS AS  *
001700*        A PENDING VERSION WITH A CHANGE-HISTORY RECORD UNDER   *
001800*        THE SUBMITTING OPERATOR NAMED ON THE LOAD CARD, SO A   *
001900*        SECOND OPERATOR MUST STILL APPROVE IT THROUGH EUL1MNT  *
002000*        BEFORE THE NIGHTLY RUN WILL PICK IT UP.  NOTHING IS    *
002100*        EVER WRITTEN ACTIVE HERE.  AN ACCEPTED/REJECTED LOAD   *
002200*        REPORT SHOWS THE DISPOSITION OF EVERY TRANSACTION.     *
002210*        THE SUBMITTING OPERATOR MUST HOLD THE PARAMETER KEYER  *
002220*        ROLE ON THE OPERATOR AUTHORITY FILE (EUL1OPA), AS IN   *
002230*        EUL1MNT; OTHERWISE THE REFUSAL IS LOGGED TO THE        *
002240*        SECURITY VIOLATION FILE (EUL1SEC) AND THE RUN ABENDS   *
002250*        WITH NOTHING TOUCHED.                                  *
002300*                                                                *
002400*    MODIFICATION HISTORY:                                      *
002500*        OCT2026  JDM  ORIGINAL PROGRAM.                        *
002510*        OCT2026  JDM  THE LOAD IS REFUSED, AND NOTHING         *
002520*                      TOUCHED, UNLESS THE SUBMITTING OPERATOR  *
002530*                      HOLDS THE PARAMETER KEYER ROLE ON THE    *
002540*                      OPERATOR AUTHORITY FILE (EUL1OPA); A     *
002550*                      REFUSAL IS LOGGED TO THE SECURITY        *
002560*                      VIOLATION FILE (EUL1SEC).                *
002565*        OCT2026  JDM  A SCENARIO REGISTRY THAT CANNOT BE       *
002570*                      OPENED ABENDS THE LOAD WITH CONDITION    *
002575*                      CODE 16, AND ONE THAT CANNOT BE READ     *
002580*                      REJECTS THE TRANSACTION.                 *
002583*        OCT2026  JDM  THE AUTHORITY RECORD IS TAKEN FROM THE   *
002586*                      RECORD AREA BEFORE THE FILE IS CLOSED,   *
002589*                      AND A READ THAT FAILS FOR ANY REASON     *
002592*                      OTHER THAN RECORD NOT FOUND AUTHORIZES   *
002595*                      NOBODY.                                  *
002600*                                                                *
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. EUL1LOD.
003000 AUTHOR. J. D. MERCER.
003100 INSTALLATION. DATA PROCESSING.
003200 DATE-WRITTEN. OCTOBER 2026.
003300 DATE-COMPILED.
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT EUL1-LODREQ-FILE ASSIGN TO EUL1DPM
003900                             ORGANIZATION IS SEQUENTIAL
004000                             FILE STATUS IS EUL1-DPM-FILE-STATUS.
004100*
004200     SELECT EUL1-LODTRN-FILE ASSIGN TO EUL1LDT
004300                             ORGANIZATION IS SEQUENTIAL
004400                             FILE STATUS IS EUL1-LDT-FILE-STATUS.
004500*
004600     SELECT EUL1-PARMS-FILE  ASSIGN TO EUL1PRM
004700                             ORGANIZATION IS INDEXED
004800                             ACCESS MODE IS DYNAMIC
004900                             RECORD KEY IS EUL1-PARM-KEY
005000                             FILE STATUS IS EUL1-PRM-FILE-STATUS.
005100*
005200     SELECT EUL1-CHGLOG-FILE ASSIGN TO EUL1CHG
005300                             ORGANIZATION IS SEQUENTIAL
005400                             FILE STATUS IS EUL1-CHG-FILE-STATUS.
005500*
005600     SELECT EUL1-REGISTRY-FILE ASSIGN TO EUL1REG
005700                             ORGANIZATION IS INDEXED
005800                             ACCESS MODE IS DYNAMIC
005900                             RECORD KEY IS EUL1-REG-KEY
006000                             FILE STATUS IS EUL1-REG-FILE-STATUS.
006100*
006200     SELECT EUL1-REPORT-FILE ASSIGN TO EUL1DRP
006300                             ORGANIZATION IS SEQUENTIAL
006400                             FILE STATUS IS EUL1-DRP-FILE-STATUS.
006409*
006418     SELECT EUL1-AUTHORITY-FILE ASSIGN TO EUL1OPA
006427                             ORGANIZATION IS INDEXED
006436                             ACCESS MODE IS DYNAMIC
006445                             RECORD KEY IS EUL1-OPA-KEY
006454                             FILE STATUS IS EUL1-OPA-FILE-STATUS.
006463*
006472     SELECT EUL1-SECLOG-FILE ASSIGN TO EUL1SEC
006481                             ORGANIZATION IS SEQUENTIAL
006490                             FILE STATUS IS EUL1-SEC-FILE-STATUS.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  EUL1-LODREQ-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 80 CHARACTERS.
007100 01  EUL1-DPM-CARD           PIC X(80).
007200*
007300 FD  EUL1-LODTRN-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 160 CHARACTERS.
007600 01  EUL1-LDT-CARD           PIC X(160).
007700*
007800 FD  EUL1-PARMS-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 160 CHARACTERS.
008100 01  EUL1-PARM-CARD.
008200     05  EUL1-PARM-KEY.
008300         10  EUL1-PARM-KEY-NAME  PIC X(08).
008400         10  EUL1-PARM-KEY-DATE  PIC 9(08).
008500         10  EUL1-PARM-KEY-STAT  PIC X(01).
008600     05  FILLER                  PIC X(143).
008700*
008800 FD  EUL1-CHGLOG-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 400 CHARACTERS.
009100 01  EUL1-CHG-CARD           PIC X(400).
009200*
009300 FD  EUL1-REGISTRY-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 200 CHARACTERS.
009600 01  EUL1-REG-CARD.
009700     05  EUL1-REG-KEY            PIC X(08).
009800     05  FILLER                  PIC X(192).
009900*
010000 FD  EUL1-REPORT-FILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 132 CHARACTERS.
010300 01  EUL1-DRP-PRINT-LINE     PIC X(132).
010400*
010407 FD  EUL1-AUTHORITY-FILE
010414     LABEL RECORDS ARE STANDARD
010421     RECORD CONTAINS 200 CHARACTERS.
010428 01  EUL1-OPA-CARD.
010435     05  EUL1-OPA-KEY            PIC X(08).
010442     05  FILLER                  PIC X(192).
010449*
010456 FD  EUL1-SECLOG-FILE
010463     LABEL RECORDS ARE STANDARD
010470     RECORD CONTAINS 200 CHARACTERS.
010477 01  EUL1-SEC-CARD           PIC X(200).
010484*
010500 WORKING-STORAGE SECTION.
010600*
010700******************************************************************
010800*    PARAMETER RECORD WORKING STORAGE                           *
010900******************************************************************
011000 COPY EUL1PRM.
011100*
011200******************************************************************
011300*    CHANGE-HISTORY RECORD WORKING STORAGE                      *
011400******************************************************************
011500 COPY EUL1CHG.
011600*
011700******************************************************************
011800*    SCENARIO REGISTRY RECORD WORKING STORAGE                   *
011900******************************************************************
012000 COPY EUL1REG.
012100*
012200******************************************************************
012300*    PARAMETER-LOAD TRANSACTION WORKING STORAGE                 *
012400******************************************************************
012500 COPY EUL1LDT.
012600*
012700******************************************************************
012800*    LOAD REPORT PRINT LINES                                    *
012900******************************************************************
013000 COPY EUL1DRP.
013100*
013200******************************************************************
013300*    LOAD CARD LAYOUT - THE SUBMITTING OPERATOR, UNDER WHOSE    *
013400*    ID EVERY ACCEPTED VERSION IS LOGGED AS KEYED.              *
013500******************************************************************
013600 01  EUL1-LOD-PARM-RECORD.
013700     05  EUL1-LOD-P-OPERATOR PIC X(08).
013800     05  FILLER              PIC X(72).
013900*
014000******************************************************************
014100*    HOLD AREAS FOR THE LIBRARY VERSIONS READ FOR THE KEYED     *
014200*    SET AND DATE - THE PENDING AND ACTIVE VERSIONS OF THE      *
014300*    EXACT KEY, AND THE SEED VERSION A NEW VERSION STARTS FROM. *
014400******************************************************************
014500 01  EUL1-LOD-PEND-REC       PIC X(160) VALUE SPACES.
014600 01  EUL1-LOD-ACT-REC        PIC X(160) VALUE SPACES.
014700 01  EUL1-LOD-SEED-REC       PIC X(160) VALUE SPACES.
014800*
014809******************************************************************
014818*    OPERATOR AUTHORITY RECORD WORKING STORAGE                  *
014827******************************************************************
014836 COPY EUL1OPA.
014845*
014854******************************************************************
014863*    SECURITY VIOLATION RECORD WORKING STORAGE                  *
014872******************************************************************
014881 COPY EUL1SEC.
014890*
014900******************************************************************
015000*    SWITCHES                                                   *
015100******************************************************************
015200 77  EUL1-DPM-FILE-STATUS    PIC X(02) VALUE '00'.
015300     88  EUL1-DPM-FILE-OK    VALUE '00'.
015400     88  EUL1-DPM-FILE-NEW   VALUE '35'.
015500*
015600 77  EUL1-LDT-FILE-STATUS    PIC X(02) VALUE '00'.
015700     88  EUL1-LDT-FILE-OK    VALUE '00'.
015800     88  EUL1-LDT-FILE-NEW   VALUE '35'.
015900*
016000 77  EUL1-PRM-FILE-STATUS    PIC X(02) VALUE '00'.
016100     88  EUL1-PRM-FILE-OK    VALUE '00'.
016200     88  EUL1-PRM-FILE-NEW   VALUE '35'.
016300*
016400 77  EUL1-CHG-FILE-STATUS    PIC X(02) VALUE '00'.
016500     88  EUL1-CHG-FILE-OK    VALUE '00'.
016600     88  EUL1-CHG-FILE-NEW   VALUE '35'.
016700*
016800 77  EUL1-REG-FILE-STATUS    PIC X(02) VALUE '00'.
016900     88  EUL1-REG-FILE-OK    VALUE '00'.
017000     88  EUL1-REG-FILE-NEW   VALUE '35'.
017100*
017200 77  EUL1-DRP-FILE-STATUS    PIC X(02) VALUE '00'.
017300     88  EUL1-DRP-FILE-OK    VALUE '00'.
017400     88  EUL1-DRP-FILE-NEW   VALUE '35'.
017410*
017420 77  EUL1-OPA-FILE-STATUS    PIC X(02) VALUE '00'.
017430     88  EUL1-OPA-FILE-OK    VALUE '00'.
017440     88  EUL1-OPA-FILE-NEW   VALUE '35'.
017450*
017460 77  EUL1-SEC-FILE-STATUS    PIC X(02) VALUE '00'.
017470     88  EUL1-SEC-FILE-OK    VALUE '00'.
017480     88  EUL1-SEC-FILE-NEW   VALUE '35'.
017500*
017600 77  EUL1-DPM-EOF-SW         PIC X(01) VALUE 'N'.
017700     88  EUL1-DPM-EOF        VALUE 'Y'.
017800*
017900 77  EUL1-LDT-EOF-SW         PIC X(01) VALUE 'N'.
018000     88  EUL1-LDT-EOF        VALUE 'Y'.
018100*
018200 77  EUL1-PARMS-EOF-SW       PIC X(01) VALUE 'N'.
018300     88  EUL1-PARMS-EOF      VALUE 'Y'.
018400     88  EUL1-PARMS-NOT-EOF  VALUE 'N'.
018500*
018600 77  EUL1-LOD-REG-SW         PIC X(01) VALUE 'N'.
018700     88  EUL1-LOD-REG-OPEN   VALUE 'Y'.
018800     88  EUL1-LOD-REG-ABSENT VALUE 'N'.
018900*
019000 77  EUL1-LOD-ERROR-SW       PIC X(01) VALUE 'N'.
019100     88  EUL1-LOD-ERROR      VALUE 'Y'.
019200     88  EUL1-LOD-NO-ERROR   VALUE 'N'.
019300*
019400 77  EUL1-LOD-PEND-SW        PIC X(01) VALUE 'N'.
019500     88  EUL1-LOD-PEND-FOUND VALUE 'Y'.
019600     88  EUL1-LOD-PEND-NOT-FOUND VALUE 'N'.
019700*
019800 77  EUL1-LOD-ACT-SW         PIC X(01) VALUE 'N'.
019900     88  EUL1-LOD-ACT-FOUND  VALUE 'Y'.
020000     88  EUL1-LOD-ACT-NOT-FOUND VALUE 'N'.
020100*
020200 77  EUL1-LOD-SEED-SW        PIC X(01) VALUE 'N'.
020300     88  EUL1-LOD-SEED-FOUND     VALUE 'Y'.
020400     88  EUL1-LOD-SEED-NOT-FOUND VALUE 'N'.
020500*
020600******************************************************************
020700*    WORKING FIELDS                                              *
020800******************************************************************
020900 77  EUL1-DVX                PIC 9(02) BINARY VALUE ZERO.
021000 77  EUL1-LOD-TRAN-READ      PIC 9(08) BINARY VALUE ZERO.
021100 77  EUL1-LOD-ACCEPTED       PIC 9(08) BINARY VALUE ZERO.
021200 77  EUL1-LOD-REJECTED       PIC 9(08) BINARY VALUE ZERO.
021300 77  EUL1-LOD-SEED-DATE      PIC 9(08) VALUE ZERO.
021400 77  EUL1-LOD-TIME           PIC 9(08) VALUE ZERO.
021500 77  EUL1-LOD-DIVISOR-ED     PIC ZZ9.
021600 01  EUL1-LOD-DIVISOR-TEXT   PIC X(39) VALUE SPACES.
021700*
021800 01  EUL1-LOD-TIMESTAMP      PIC X(14) VALUE SPACES.
021900 01  EUL1-LOD-BEFORE-IMAGE   PIC X(160) VALUE SPACES.
022000 01  EUL1-LOD-REASON         PIC X(60) VALUE SPACES.
022100 01  EUL1-LOD-MESSAGE        PIC X(60) VALUE SPACES.
022200*
022300 01  EUL1-LOD-TODAY          PIC 9(08) VALUE ZERO.
022400 01  EUL1-LOD-TODAY-X        REDEFINES EUL1-LOD-TODAY.
022500     05  EUL1-LOD-TD-YYYY    PIC 9(04).
022600     05  EUL1-LOD-TD-MM      PIC 9(02).
022700     05  EUL1-LOD-TD-DD      PIC 9(02).
022800 01  EUL1-LOD-RUN-DATE-ED    PIC X(10).
022900*
023000 01  EUL1-LOD-EFF-DATE-N     PIC 9(08) VALUE ZERO.
023100 01  EUL1-LOD-EFF-DATE-X     REDEFINES EUL1-LOD-EFF-DATE-N.
023200     05  EUL1-LOD-EFF-YYYY   PIC 9(04).
023300     05  EUL1-LOD-EFF-MM     PIC 9(02).
023400     05  EUL1-LOD-EFF-DD     PIC 9(02).
023500*
023600 01  EUL1-LOD-TOKENS.
023700     05  EUL1-LOD-TOKEN      PIC X(10) OCCURS 10 TIMES.
023800 77  EUL1-LOD-TOKEN-CNT      PIC 9(02) BINARY VALUE ZERO.
023900*
024000 PROCEDURE DIVISION.
024100*
024200******************************************************************
024300*    0000-MAINLINE                                              *
024400******************************************************************
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024700     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
024800         UNTIL EUL1-LDT-EOF.
024900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
025000     STOP RUN.
025100*
025200******************************************************************
025300*    1000-INITIALIZE - PICK UP THE LOAD CARD NAMING THE          *
025400*    SUBMITTING OPERATOR, STAMP THE RUN FOR THE CHANGE LOG, AND  *
025500*    OPEN THE FILES.  WITHOUT A LOAD CARD AND AN OPERATOR, OR    *
025600*    WITHOUT A TRANSACTION DECK, THE RUN ABENDS AND NOTHING IS   *
025700*    TOUCHED.  A MISSING LIBRARY IS AN EMPTY LIBRARY AND A       *
025800*    MISSING REGISTRY HOLDS NO SCENARIOS, AS IN EUL1MNT.         *
025830*    A SUBMITTING OPERATOR NOT AUTHORIZED TO KEY PARAMETER       *
025860*    CHANGES ALSO ABENDS THE RUN WITH NOTHING TOUCHED.           *
025900******************************************************************
026000 1000-INITIALIZE.
026100     OPEN INPUT EUL1-LODREQ-FILE.
026200     IF EUL1-DPM-FILE-NEW
026300         DISPLAY 'EUL1LOD - NO LOAD CARD PRESENT - ABENDING'
026400         MOVE 16 TO RETURN-CODE
026500         GO TO 9999-EXIT
026600     END-IF.
026700     READ EUL1-LODREQ-FILE
026800         AT END
026900             SET EUL1-DPM-EOF TO TRUE
027000     END-READ.
027100     IF EUL1-DPM-EOF
027200         DISPLAY 'EUL1LOD - NO LOAD CARD PRESENT - ABENDING'
027300         CLOSE EUL1-LODREQ-FILE
027400         MOVE 16 TO RETURN-CODE
027500         GO TO 9999-EXIT
027600     END-IF.
027700     MOVE EUL1-DPM-CARD TO EUL1-LOD-PARM-RECORD.
027800     CLOSE EUL1-LODREQ-FILE.
027900     IF EUL1-LOD-P-OPERATOR = SPACES
028000         DISPLAY 'EUL1LOD - THE SUBMITTING OPERATOR IS REQUIRED '
028100             'ON THE LOAD CARD - ABENDING'
028200         MOVE 16 TO RETURN-CODE
028300         GO TO 9999-EXIT
028400     END-IF.
028500     OPEN INPUT EUL1-LODTRN-FILE.
028600     IF EUL1-LDT-FILE-NEW
028700         DISPLAY 'EUL1LOD - NO TRANSACTION DECK PRESENT - '
028800             'ABENDING'
028900         MOVE 16 TO RETURN-CODE
029000         GO TO 9999-EXIT
029100     END-IF.
029200     ACCEPT EUL1-LOD-TODAY FROM DATE YYYYMMDD.
029300     ACCEPT EUL1-LOD-TIME FROM TIME.
029400     STRING EUL1-LOD-TODAY DELIMITED BY SIZE
029500            EUL1-LOD-TIME(1:6) DELIMITED BY SIZE
029600            INTO EUL1-LOD-TIMESTAMP
029700     END-STRING.
029708     MOVE SPACES TO EUL1-SEC-RECORD.
029716     SET EUL1-OPA-FOR-KEYER TO TRUE.
029724     MOVE 'LOAD PARAMETER-SET CHANGES FROM A TRANSACTION DECK'
029732         TO EUL1-SEC-ACTION.
029740     PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT.
029748     IF NOT EUL1-SEC-AUTHORIZED
029756         DISPLAY 'EUL1LOD - LOAD REFUSED - ABENDING'
029764         CLOSE EUL1-LODTRN-FILE
029772         MOVE 16 TO RETURN-CODE
029780         GO TO 9999-EXIT
029788     END-IF.
029800     MOVE EUL1-LOD-TD-YYYY TO EUL1-LOD-RUN-DATE-ED(1:4).
029900     MOVE '-' TO EUL1-LOD-RUN-DATE-ED(5:1).
030000     MOVE EUL1-LOD-TD-MM TO EUL1-LOD-RUN-DATE-ED(6:2).
030100     MOVE '-' TO EUL1-LOD-RUN-DATE-ED(8:1).
030200     MOVE EUL1-LOD-TD-DD TO EUL1-LOD-RUN-DATE-ED(9:2).
030300     OPEN I-O EUL1-PARMS-FILE.
030400     IF EUL1-PRM-FILE-NEW
030500         DISPLAY
030600             'EUL1LOD - NO PARAMETER LIBRARY ON FILE YET - '
030700             'STARTING EMPTY'
030800         OPEN OUTPUT EUL1-PARMS-FILE
030900         CLOSE EUL1-PARMS-FILE
031000         OPEN I-O EUL1-PARMS-FILE
031100     END-IF.
031200     OPEN INPUT EUL1-REGISTRY-FILE.
031300     IF EUL1-REG-FILE-NEW
031400         DISPLAY 'EUL1LOD - NO SCENARIO REGISTRY ON FILE - NO '
031500             'SCENARIO IS REGISTERED'
031600     ELSE
031610         IF NOT EUL1-REG-FILE-OK
031620             DISPLAY 'EUL1LOD - SCENARIO REGISTRY NOT AVAILABLE '
031630                 '- STATUS ' EUL1-REG-FILE-STATUS ' - ABENDING'
031640             CLOSE EUL1-LODTRN-FILE
031650             CLOSE EUL1-PARMS-FILE
031660             MOVE 16 TO RETURN-CODE
031670             GO TO 9999-EXIT
031680         END-IF
031700         SET EUL1-LOD-REG-OPEN TO TRUE
031800     END-IF.
031900     OPEN EXTEND EUL1-CHGLOG-FILE.
032000     IF EUL1-CHG-FILE-NEW
032100         OPEN OUTPUT EUL1-CHGLOG-FILE
032200     END-IF.
032300     OPEN EXTEND EUL1-REPORT-FILE.
032400     IF EUL1-DRP-FILE-NEW
032500         OPEN OUTPUT EUL1-REPORT-FILE
032600     END-IF.
032700     MOVE EUL1-LOD-RUN-DATE-ED TO EUL1-DRP-H1-DATE.
032800     MOVE EUL1-DRP-HDG1 TO EUL1-DRP-PRINT-LINE.
032900     WRITE EUL1-DRP-PRINT-LINE.
033000     MOVE EUL1-LOD-P-OPERATOR TO EUL1-DRP-H2-OPER.
033100     MOVE EUL1-DRP-HDG2 TO EUL1-DRP-PRINT-LINE.
033200     WRITE EUL1-DRP-PRINT-LINE.
033300     MOVE EUL1-DRP-HDG3 TO EUL1-DRP-PRINT-LINE.
033400     WRITE EUL1-DRP-PRINT-LINE.
033500     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
033600 1000-EXIT.
033700     EXIT.
033701*
033702******************************************************************
033703*    1400-CHECK-AUTHORITY - THE OPERATOR MUST HOLD THE ROLE      *
033704*    NAMED BY EUL1-OPA-ROLE-NO ON THE OPERATOR AUTHORITY FILE,   *
033705*    EFFECTIVE AND NOT EXPIRED TODAY.  THE CALLER HAS CLEARED    *
033706*    THE VIOLATION RECORD AND NAMED THE ACTION ATTEMPTED.  A     *
033707*    REFUSAL IS DISPLAYED AND LOGGED, AND LEAVES                 *
033708*    EUL1-SEC-AUTHORIZED FALSE FOR THE CALLER TO ACT ON.         *
033709******************************************************************
033710 1400-CHECK-AUTHORITY.
033711     MOVE SPACE TO EUL1-SEC-REASON-CODE.
033712     MOVE SPACES TO EUL1-SEC-REASON.
033713     PERFORM 1420-FIND-AUTHORITY THRU 1420-EXIT.
033714     IF EUL1-SEC-AUTHORIZED
033715         GO TO 1400-EXIT
033716     END-IF.
033717     DISPLAY 'EUL1LOD - OPERATOR ' EUL1-LOD-P-OPERATOR
033718         ' IS NOT AUTHORIZED AS '
033719         EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO).
033720     DISPLAY 'EUL1LOD - ' EUL1-SEC-REASON.
033721     PERFORM 1450-LOG-VIOLATION THRU 1450-EXIT.
033722 1400-EXIT.
033723     EXIT.
033724*
033725******************************************************************
033726*    1420-FIND-AUTHORITY - READ THE OPERATOR'S AUTHORITY RECORD  *
033727*    AND JUDGE THE ROLE AGAINST TODAY'S DATE, SETTING THE REASON *
033728*    FOR ANY REFUSAL.  A MISSING OR UNREADABLE AUTHORITY FILE    *
033729*    AUTHORIZES NOBODY.                                          *
033730******************************************************************
033731 1420-FIND-AUTHORITY.
033732     OPEN INPUT EUL1-AUTHORITY-FILE.
033733     IF NOT EUL1-OPA-FILE-OK
033734         SET EUL1-SEC-NO-FILE TO TRUE
033735         STRING 'NO OPERATOR AUTHORITY FILE - STATUS '
033736                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
033737                INTO EUL1-SEC-REASON
033738         END-STRING
033739         GO TO 1420-EXIT
033740     END-IF.
033741     MOVE EUL1-LOD-P-OPERATOR TO EUL1-OPA-KEY.
033742     READ EUL1-AUTHORITY-FILE
033743         INVALID KEY
033744             SET EUL1-SEC-NOT-LISTED TO TRUE
033745             MOVE 'OPERATOR IS NOT ON THE AUTHORITY FILE'
033746                 TO EUL1-SEC-REASON
033747     END-READ.
033749     IF NOT EUL1-SEC-NOT-LISTED
033751        AND NOT EUL1-OPA-FILE-OK
033753         SET EUL1-SEC-NO-FILE TO TRUE
033755         STRING 'AUTHORITY FILE READ FAILED - STATUS '
033757                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
033759                INTO EUL1-SEC-REASON
033761         END-STRING
033763     END-IF.
033765     IF EUL1-SEC-AUTHORIZED
033767         MOVE EUL1-OPA-CARD TO EUL1-OPA-RECORD
033769     END-IF.
033771     CLOSE EUL1-AUTHORITY-FILE.
033773     IF NOT EUL1-SEC-AUTHORIZED
033775         GO TO 1420-EXIT
033777     END-IF.
033779     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) NOT NUMERIC
033781        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) NOT NUMERIC
033783         SET EUL1-SEC-NOT-HELD TO TRUE
033785         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
033787         GO TO 1420-EXIT
033789     END-IF.
033791     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) = ZERO
033793        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) = ZERO
033795         SET EUL1-SEC-NOT-HELD TO TRUE
033797         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
033799         GO TO 1420-EXIT
033801     END-IF.
033803     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) > EUL1-LOD-TODAY
033805         SET EUL1-SEC-NOT-YET TO TRUE
033807         STRING 'ROLE IS NOT EFFECTIVE UNTIL '
033809                EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO)
033811                DELIMITED BY SIZE
033813                INTO EUL1-SEC-REASON
033815         END-STRING
033817         GO TO 1420-EXIT
033819     END-IF.
033821     IF EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) < EUL1-LOD-TODAY
033823         SET EUL1-SEC-EXPIRED TO TRUE
033825         STRING 'ROLE EXPIRED '
033827                EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO)
033829                DELIMITED BY SIZE
033831                INTO EUL1-SEC-REASON
033833         END-STRING
033835     END-IF.
033837 1420-EXIT.
033839     EXIT.
033841*
033843******************************************************************
033845*    1450-LOG-VIOLATION - APPEND THE REFUSAL TO THE SECURITY     *
033847*    VIOLATION FILE.  A FILE THAT CANNOT BE OPENED IS REPORTED;  *
033849*    THE ACTION IS REFUSED EITHER WAY.                           *
033851******************************************************************
033853 1450-LOG-VIOLATION.
033855     MOVE EUL1-LOD-TIMESTAMP TO EUL1-SEC-TIMESTAMP.
033857     MOVE 'EUL1LOD' TO EUL1-SEC-PROGRAM.
033859     MOVE EUL1-LOD-P-OPERATOR TO EUL1-SEC-OPERATOR.
033861     MOVE EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO) TO EUL1-SEC-ROLE.
033863     OPEN EXTEND EUL1-SECLOG-FILE.
033865     IF EUL1-SEC-FILE-NEW
033867         OPEN OUTPUT EUL1-SECLOG-FILE
033869     END-IF.
033871     IF NOT EUL1-SEC-FILE-OK
033873         DISPLAY 'EUL1LOD - SECURITY VIOLATION FILE NOT '
033875             'AVAILABLE - STATUS ' EUL1-SEC-FILE-STATUS
033877             ' - REFUSAL NOT LOGGED'
033879         GO TO 1450-EXIT
033881     END-IF.
033883     MOVE EUL1-SEC-RECORD TO EUL1-SEC-CARD.
033885     WRITE EUL1-SEC-CARD.
033887     CLOSE EUL1-SECLOG-FILE.
033889 1450-EXIT.
033891     EXIT.
033893*
033900******************************************************************
034000*    2000-PROCESS-TRAN - TAKE ONE TRANSACTION THROUGH THE KEY    *
034100*    EDIT, THE REGISTRY CHECK, THE CHOICE OF STARTING VERSION,   *
034200*    AND THE FIELD EDITS; LAND IT PENDING WHEN IT IS CLEAN, AND  *
034300*    PRINT ITS DISPOSITION EITHER WAY.  THE FIRST REASON A       *
034400*    TRANSACTION FAILS IS THE ONE REPORTED.                      *
034500******************************************************************
034600 2000-PROCESS-TRAN.
034700     ADD 1 TO EUL1-LOD-TRAN-READ.
034800     SET EUL1-LOD-NO-ERROR TO TRUE.
034900     MOVE SPACES TO EUL1-LOD-REASON.
035000     MOVE ZERO TO EUL1-LOD-EFF-DATE-N.
035100     MOVE ZERO TO EUL1-PRM-LIMIT.
035200     PERFORM 2100-EDIT-KEY THRU 2100-EXIT.
035300     IF EUL1-LOD-NO-ERROR
035400         PERFORM 2200-CHECK-REGISTRY THRU 2200-EXIT
035500     END-IF.
035600     IF EUL1-LOD-NO-ERROR
035700         PERFORM 2250-FIND-STARTING-VERSION THRU 2250-EXIT
035800         PERFORM 4000-VALIDATE-TRAN THRU 4000-EXIT
035900     END-IF.
036000     IF EUL1-LOD-NO-ERROR
036100         PERFORM 5000-WRITE-PENDING THRU 5000-EXIT
036200     END-IF.
036300     PERFORM 6000-PRINT-RESULT THRU 6000-EXIT.
036400     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
036500 2000-EXIT.
036600     EXIT.
036700*
036800******************************************************************
036900*    2100-EDIT-KEY - THE SET NAME IS REQUIRED; A BLANK           *
037000*    EFFECTIVE-FROM DATE MEANS EFFECTIVE TODAY, OTHERWISE IT     *
037100*    MUST BE A CALENDAR DATE, AS THE EUL1MNT KEY EDIT REQUIRES.  *
037200******************************************************************
037300 2100-EDIT-KEY.
037400     IF EUL1-LDT-SET-NAME = SPACES
037500         MOVE 'SET NAME IS REQUIRED' TO EUL1-LOD-MESSAGE
037600         PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
037700         GO TO 2100-EXIT
037800     END-IF.
037900     IF EUL1-LDT-EFF-DATE = SPACES
038000         MOVE EUL1-LOD-TODAY TO EUL1-LOD-EFF-DATE-N
038100         GO TO 2100-EXIT
038200     END-IF.
038300     IF EUL1-LDT-EFF-DATE NOT NUMERIC
038400         MOVE 'EFFECTIVE DATE IS NOT NUMERIC' TO EUL1-LOD-MESSAGE
038500         PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
038600         GO TO 2100-EXIT
038700     END-IF.
038800     MOVE EUL1-LDT-EFF-DATE TO EUL1-LOD-EFF-DATE-N.
038900     IF EUL1-LOD-EFF-MM < 01 OR EUL1-LOD-EFF-MM > 12
039000        OR EUL1-LOD-EFF-DD < 01 OR EUL1-LOD-EFF-DD > 31
039100        OR EUL1-LOD-EFF-YYYY < 1990
039200         MOVE 'EFFECTIVE DATE IS NOT A VALID CALENDAR DATE'
039300             TO EUL1-LOD-MESSAGE
039400         PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
039500     END-IF.
039600 2100-EXIT.
039700     EXIT.
039800*
039900******************************************************************
040000*    2200-CHECK-REGISTRY - THE SET MUST BE A SCENARIO            *
040100*    REGISTERED AND ACTIVE ON THE SCENARIO REGISTRY, AS EUL1MNT  *
040200*    REQUIRES BEFORE IT WILL KEY A VERSION.  A REGISTRY THAT     *
040250*    CANNOT BE READ REJECTS THE TRANSACTION.                     *
040300******************************************************************
040400 2200-CHECK-REGISTRY.
040500     IF EUL1-LOD-REG-ABSENT
040600         MOVE 'SCENARIO IS NOT REGISTERED' TO EUL1-LOD-MESSAGE
040700         PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
040800         GO TO 2200-EXIT
040900     END-IF.
041000     MOVE EUL1-LDT-SET-NAME TO EUL1-REG-KEY.
041100     READ EUL1-REGISTRY-FILE
041200         INVALID KEY
041300             MOVE 'SCENARIO IS NOT REGISTERED' TO EUL1-LOD-MESSAGE
041400             PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
041500             GO TO 2200-EXIT
041600     END-READ.
041610     IF NOT EUL1-REG-FILE-OK
041620         MOVE SPACES TO EUL1-LOD-MESSAGE
041630         STRING 'SCENARIO REGISTRY READ FAILED - STATUS '
041640                EUL1-REG-FILE-STATUS DELIMITED BY SIZE
041650                INTO EUL1-LOD-MESSAGE
041660         END-STRING
041670         PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
041680         GO TO 2200-EXIT
041690     END-IF.
041700     MOVE EUL1-REG-CARD TO EUL1-REG-RECORD.
041800     IF EUL1-REG-RETIRED
041900         MOVE SPACES TO EUL1-LOD-MESSAGE
042000         STRING 'SCENARIO WAS RETIRED ON ' DELIMITED BY SIZE
042100                EUL1-REG-RETIRED-DATE DELIMITED BY SIZE
042200                INTO EUL1-LOD-MESSAGE
042300         END-STRING
042400         PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
042500     END-IF.
042600 2200-EXIT.
042700     EXIT.
042800*
042900******************************************************************
043000*    2250-FIND-STARTING-VERSION - THE VERSION THE TRANSACTION    *
043100*    IS APPLIED TO: THE PENDING VERSION WHEN ONE IS AWAITING     *
043200*    APPROVAL, OTHERWISE THE ACTIVE VERSION, OTHERWISE A NEW     *
043300*    VERSION SEEDED FROM THE LATEST EARLIER ACTIVE VERSION -     *
043400*    THE SAME CHOICE EUL1MNT MAKES FOR THE OPERATOR.             *
043500******************************************************************
043600 2250-FIND-STARTING-VERSION.
043700     PERFORM 2300-FIND-PENDING THRU 2300-EXIT.
043800     PERFORM 2350-FIND-ACTIVE THRU 2350-EXIT.
043900     IF EUL1-LOD-PEND-FOUND
044000         MOVE EUL1-LOD-PEND-REC TO EUL1-PARM-RECORD
044100     ELSE
044200         IF EUL1-LOD-ACT-FOUND
044300             MOVE EUL1-LOD-ACT-REC TO EUL1-PARM-RECORD
044400         ELSE
044500             PERFORM 2400-SEED-NEW-VERSION THRU 2400-EXIT
044600         END-IF
044700     END-IF.
044800     MOVE EUL1-LDT-SET-NAME TO EUL1-PRM-SET-NAME.
044900     MOVE EUL1-LOD-EFF-DATE-N TO EUL1-PRM-EFF-DATE.
045000 2250-EXIT.
045100     EXIT.
045200*
045300******************************************************************
045400*    2300-FIND-PENDING - READ THE PENDING LIBRARY RECORD OF     *
045500*    THE KEYED SET NAME AND EFFECTIVE DATE.                     *
045600******************************************************************
045700 2300-FIND-PENDING.
045800     SET EUL1-LOD-PEND-NOT-FOUND TO TRUE.
045900     MOVE EUL1-LDT-SET-NAME TO EUL1-PARM-KEY-NAME.
046000     MOVE EUL1-LOD-EFF-DATE-N TO EUL1-PARM-KEY-DATE.
046100     MOVE 'P' TO EUL1-PARM-KEY-STAT.
046200     READ EUL1-PARMS-FILE
046300         INVALID KEY
046400             GO TO 2300-EXIT
046500     END-READ.
046600     SET EUL1-LOD-PEND-FOUND TO TRUE.
046700     MOVE EUL1-PARM-CARD TO EUL1-LOD-PEND-REC.
046800 2300-EXIT.
046900     EXIT.
047000*
047100******************************************************************
047200*    2350-FIND-ACTIVE - READ THE ACTIVE LIBRARY RECORD OF THE   *
047300*    KEYED SET NAME AND EFFECTIVE DATE.                         *
047400******************************************************************
047500 2350-FIND-ACTIVE.
047600     SET EUL1-LOD-ACT-NOT-FOUND TO TRUE.
047700     MOVE EUL1-LDT-SET-NAME TO EUL1-PARM-KEY-NAME.
047800     MOVE EUL1-LOD-EFF-DATE-N TO EUL1-PARM-KEY-DATE.
047900     MOVE 'A' TO EUL1-PARM-KEY-STAT.
048000     READ EUL1-PARMS-FILE
048100         INVALID KEY
048200             GO TO 2350-EXIT
048300     END-READ.
048400     SET EUL1-LOD-ACT-FOUND TO TRUE.
048500     MOVE EUL1-PARM-CARD TO EUL1-LOD-ACT-REC.
048600 2350-EXIT.
048700     EXIT.
048800*
048900******************************************************************
049000*    2400-SEED-NEW-VERSION - START A NEW VERSION FROM THE        *
049100*    LATEST EARLIER-OR-SAME-DATED ACTIVE VERSION OF THE KEYED    *
049200*    SET, BROWSING THE SET'S VERSIONS BY KEY, OR FROM EMPTY      *
049300*    VALUES WHEN THE SET IS ENTIRELY NEW.                        *
049400******************************************************************
049500 2400-SEED-NEW-VERSION.
049600     SET EUL1-LOD-SEED-NOT-FOUND TO TRUE.
049700     MOVE ZERO TO EUL1-LOD-SEED-DATE.
049800     MOVE 'N' TO EUL1-PARMS-EOF-SW.
049900     MOVE EUL1-LDT-SET-NAME TO EUL1-PARM-KEY-NAME.
050000     MOVE ZERO TO EUL1-PARM-KEY-DATE.
050100     MOVE SPACE TO EUL1-PARM-KEY-STAT.
050200     START EUL1-PARMS-FILE KEY NOT < EUL1-PARM-KEY
050300         INVALID KEY
050400             SET EUL1-PARMS-EOF TO TRUE
050500     END-START.
050600     PERFORM 2410-SCAN-SEED-VERSION THRU 2410-EXIT
050700         UNTIL EUL1-PARMS-EOF.
050800     IF EUL1-LOD-SEED-FOUND
050900         MOVE EUL1-LOD-SEED-REC TO EUL1-PARM-RECORD
051000     ELSE
051100         MOVE SPACES TO EUL1-PARM-RECORD
051200         MOVE ZERO TO EUL1-PRM-EFF-DATE
051300         MOVE ZERO TO EUL1-PRM-LIMIT
051400         MOVE ZERO TO EUL1-PRM-DIVISOR-CNT
051500         PERFORM 2420-ZERO-ONE-SLOT THRU 2420-EXIT
051600             VARYING EUL1-DVX FROM 1 BY 1
051700             UNTIL EUL1-DVX > 10
051800         MOVE SPACE TO EUL1-PRM-MODE
051900         MOVE 1 TO EUL1-PRM-LOWER
052000         MOVE ZERO TO EUL1-PRM-EXCL-CNT
052100     END-IF.
052200 2400-EXIT.
052300     EXIT.
052400*
052500******************************************************************
052600*    2410-SCAN-SEED-VERSION - READ THE NEXT LIBRARY VERSION OF   *
052700*    THE KEYED SET, KEEPING THE LATEST ACTIVE VERSION DATED ON   *
052800*    OR BEFORE THE KEYED EFFECTIVE DATE.  THE BROWSE ENDS AT     *
052900*    END OF FILE OR AT THE FIRST RECORD OF ANOTHER SET.          *
053000******************************************************************
053100 2410-SCAN-SEED-VERSION.
053200     READ EUL1-PARMS-FILE NEXT RECORD
053300         AT END
053400             SET EUL1-PARMS-EOF TO TRUE
053500             GO TO 2410-EXIT
053600     END-READ.
053700     IF EUL1-PARM-KEY-NAME NOT = EUL1-LDT-SET-NAME
053800         SET EUL1-PARMS-EOF TO TRUE
053900         GO TO 2410-EXIT
054000     END-IF.
054100     MOVE EUL1-PARM-CARD TO EUL1-PARM-RECORD.
054200     IF EUL1-PRM-ACTIVE
054300        AND EUL1-PRM-EFF-DATE NUMERIC
054400        AND EUL1-PRM-EFF-DATE NOT > EUL1-LOD-EFF-DATE-N
054500        AND EUL1-PRM-EFF-DATE NOT < EUL1-LOD-SEED-DATE
054600         SET EUL1-LOD-SEED-FOUND TO TRUE
054700         MOVE EUL1-PARM-CARD TO EUL1-LOD-SEED-REC
054800         MOVE EUL1-PRM-EFF-DATE TO EUL1-LOD-SEED-DATE
054900     END-IF.
055000 2410-EXIT.
055100     EXIT.
055200*
055300******************************************************************
055400*    2420-ZERO-ONE-SLOT - CLEAR ONE DIVISOR AND ONE EXCLUSION-   *
055500*    DIVISOR SLOT OF AN ENTIRELY NEW SET.                        *
055600******************************************************************
055700 2420-ZERO-ONE-SLOT.
055800     MOVE ZERO TO EUL1-PRM-DIVISORS(EUL1-DVX).
055900     MOVE ZERO TO EUL1-PRM-EXCL-DIVS(EUL1-DVX).
056000 2420-EXIT.
056100     EXIT.
056200*
056300******************************************************************
056400*    2900-READ-TRAN - READ THE NEXT TRANSACTION FROM THE DECK.   *
056500******************************************************************
056600 2900-READ-TRAN.
056700     READ EUL1-LODTRN-FILE
056800         AT END
056900             SET EUL1-LDT-EOF TO TRUE
057000             GO TO 2900-EXIT
057100     END-READ.
057200     MOVE EUL1-LDT-CARD TO EUL1-LDT-RECORD.
057300 2900-EXIT.
057400     EXIT.
057500*
057600******************************************************************
057700*    4000-VALIDATE-TRAN - EDIT THE TRANSACTION AND APPLY IT TO   *
057800*    THE IN-MEMORY PARAMETER RECORD.  THESE ARE THE EDITS OF     *
057900*    THE EUL1MNT UPDATE FUNCTION, FIELD FOR FIELD.               *
058000******************************************************************
058100 4000-VALIDATE-TRAN.
058200     IF EUL1-LDT-LIMIT NOT = SPACES
058300         IF FUNCTION TEST-NUMVAL(
058400                 FUNCTION TRIM(EUL1-LDT-LIMIT)) NOT = 0
058500             MOVE 'UPPER LIMIT IS NOT NUMERIC' TO EUL1-LOD-MESSAGE
058600             PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
058700         ELSE
058800             MOVE FUNCTION NUMVAL(
058900                 FUNCTION TRIM(EUL1-LDT-LIMIT))
059000                 TO EUL1-PRM-LIMIT
059100         END-IF
059200     END-IF.
059300     IF EUL1-PRM-LIMIT = ZERO
059400         MOVE 'UPPER LIMIT MAY NOT BE ZERO' TO EUL1-LOD-MESSAGE
059500         PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
059600     END-IF.
059700     IF EUL1-LDT-DIVISORS NOT = SPACES
059800         PERFORM 4100-APPLY-NEW-DIVISORS THRU 4100-EXIT
059900     END-IF.
060000     IF EUL1-PRM-DIVISOR-CNT = ZERO
060100         MOVE 'AT LEAST ONE DIVISOR IS REQUIRED'
060200             TO EUL1-LOD-MESSAGE
060300         PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
060400     END-IF.
060500     PERFORM 4050-CHECK-ONE-DIVISOR THRU 4050-EXIT
060600         VARYING EUL1-DVX FROM 1 BY 1
060700         UNTIL EUL1-DVX > EUL1-PRM-DIVISOR-CNT.
060800     IF EUL1-LDT-MODE NOT = SPACES
060900         IF EUL1-LDT-MODE = 'F'
061000             MOVE SPACE TO EUL1-PRM-MODE
061100         ELSE
061200             IF EUL1-LDT-MODE = 'R'
061300                OR EUL1-LDT-MODE = 'X'
061400                OR EUL1-LDT-MODE = 'B'
061500                 MOVE EUL1-LDT-MODE TO EUL1-PRM-MODE
061600             ELSE
061700                 MOVE 'MODE MUST BE F, R, X, OR B'
061800                     TO EUL1-LOD-MESSAGE
061900                 PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
062000             END-IF
062100         END-IF
062200     END-IF.
062300     IF EUL1-LDT-LOWER NOT = SPACES
062400         IF FUNCTION TEST-NUMVAL(
062500                 FUNCTION TRIM(EUL1-LDT-LOWER)) NOT = 0
062600             MOVE 'LOWER BOUND IS NOT NUMERIC' TO EUL1-LOD-MESSAGE
062700             PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
062800         ELSE
062900             MOVE FUNCTION NUMVAL(
063000                 FUNCTION TRIM(EUL1-LDT-LOWER))
063100                 TO EUL1-PRM-LOWER
063200         END-IF
063300     END-IF.
063400     IF EUL1-LDT-EXCLUSIONS NOT = SPACES
063500         PERFORM 4200-APPLY-NEW-EXCLUSIONS THRU 4200-EXIT
063600     END-IF.
063700     IF EUL1-LOD-NO-ERROR
063800         PERFORM 4300-EDIT-MODE THRU 4300-EXIT
063900     END-IF.
064000 4000-EXIT.
064100     EXIT.
064200*
064300******************************************************************
064400*    4050-CHECK-ONE-DIVISOR - A DIVISOR IN USE MAY NOT BE ZERO.  *
064500******************************************************************
064600 4050-CHECK-ONE-DIVISOR.
064700     IF EUL1-PRM-DIVISORS(EUL1-DVX) = ZERO
064800         MOVE 'DIVISORS MUST BE > ZERO' TO EUL1-LOD-MESSAGE
064900         PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
065000     END-IF.
065100 4050-EXIT.
065200     EXIT.
065300*
065400******************************************************************
065500*    4100-APPLY-NEW-DIVISORS - BREAK THE TRANSACTION'S CSV      *
065600*    STRING INTO THE PARAMETER DIVISOR TABLE.                   *
065700******************************************************************
065800 4100-APPLY-NEW-DIVISORS.
065900     MOVE SPACES TO EUL1-LOD-TOKENS.
066000     MOVE ZERO TO EUL1-LOD-TOKEN-CNT.
066100     UNSTRING EUL1-LDT-DIVISORS DELIMITED BY ','
066200         INTO EUL1-LOD-TOKEN(01) EUL1-LOD-TOKEN(02)
066300              EUL1-LOD-TOKEN(03) EUL1-LOD-TOKEN(04)
066400              EUL1-LOD-TOKEN(05) EUL1-LOD-TOKEN(06)
066500              EUL1-LOD-TOKEN(07) EUL1-LOD-TOKEN(08)
066600              EUL1-LOD-TOKEN(09) EUL1-LOD-TOKEN(10)
066700         TALLYING IN EUL1-LOD-TOKEN-CNT
066800         ON OVERFLOW
066900             MOVE 'TOO MANY DIVISORS, MAXIMUM IS 10'
067000                 TO EUL1-LOD-MESSAGE
067100             PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
067200     END-UNSTRING.
067300     MOVE EUL1-LOD-TOKEN-CNT TO EUL1-PRM-DIVISOR-CNT.
067400     PERFORM 4110-EDIT-ONE-DIVISOR THRU 4110-EXIT
067500         VARYING EUL1-DVX FROM 1 BY 1
067600         UNTIL EUL1-DVX > EUL1-PRM-DIVISOR-CNT.
067700     PERFORM 4120-CLEAR-ONE-DIVISOR THRU 4120-EXIT
067800         VARYING EUL1-DVX FROM 1 BY 1
067900         UNTIL EUL1-DVX > 10.
068000 4100-EXIT.
068100     EXIT.
068200*
068300******************************************************************
068400*    4110-EDIT-ONE-DIVISOR - EDIT ONE DIVISOR TOKEN AND MOVE IT  *
068500*    TO ITS TABLE SLOT.                                          *
068600******************************************************************
068700 4110-EDIT-ONE-DIVISOR.
068800     IF FUNCTION LENGTH(FUNCTION TRIM(
068900             EUL1-LOD-TOKEN(EUL1-DVX))) > 3
069000         MOVE SPACES TO EUL1-LOD-MESSAGE
069100         STRING 'DIVISOR TOO LARGE, MAXIMUM 3 DIGITS: '
069200                    DELIMITED BY SIZE
069300                EUL1-LOD-TOKEN(EUL1-DVX) DELIMITED BY SIZE
069400                INTO EUL1-LOD-MESSAGE
069500         END-STRING
069600         PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
069700         GO TO 4110-EXIT
069800     END-IF.
069900     IF FUNCTION TEST-NUMVAL(EUL1-LOD-TOKEN(EUL1-DVX)) NOT = 0
070000         MOVE SPACES TO EUL1-LOD-MESSAGE
070100         STRING 'DIVISOR IS NOT NUMERIC: ' DELIMITED BY SIZE
070200                EUL1-LOD-TOKEN(EUL1-DVX) DELIMITED BY SIZE
070300                INTO EUL1-LOD-MESSAGE
070400         END-STRING
070500         PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
070600         GO TO 4110-EXIT
070700     END-IF.
070800     MOVE FUNCTION NUMVAL(EUL1-LOD-TOKEN(EUL1-DVX))
070900         TO EUL1-PRM-DIVISORS(EUL1-DVX).
071000 4110-EXIT.
071100     EXIT.
071200*
071300******************************************************************
071400*    4120-CLEAR-ONE-DIVISOR - ZERO A DIVISOR SLOT BEYOND THE     *
071500*    COUNT NOW IN USE.                                           *
071600******************************************************************
071700 4120-CLEAR-ONE-DIVISOR.
071800     IF EUL1-DVX > EUL1-PRM-DIVISOR-CNT
071900         MOVE ZERO TO EUL1-PRM-DIVISORS(EUL1-DVX)
072000     END-IF.
072100 4120-EXIT.
072200     EXIT.
072300*
072400******************************************************************
072500*    4200-APPLY-NEW-EXCLUSIONS - BREAK THE TRANSACTION'S CSV    *
072600*    STRING INTO THE EXCLUSION-DIVISOR TABLE.                   *
072700******************************************************************
072800 4200-APPLY-NEW-EXCLUSIONS.
072900     MOVE SPACES TO EUL1-LOD-TOKENS.
073000     MOVE ZERO TO EUL1-LOD-TOKEN-CNT.
073100     UNSTRING EUL1-LDT-EXCLUSIONS DELIMITED BY ','
073200         INTO EUL1-LOD-TOKEN(01) EUL1-LOD-TOKEN(02)
073300              EUL1-LOD-TOKEN(03) EUL1-LOD-TOKEN(04)
073400              EUL1-LOD-TOKEN(05) EUL1-LOD-TOKEN(06)
073500              EUL1-LOD-TOKEN(07) EUL1-LOD-TOKEN(08)
073600              EUL1-LOD-TOKEN(09) EUL1-LOD-TOKEN(10)
073700         TALLYING IN EUL1-LOD-TOKEN-CNT
073800         ON OVERFLOW
073900             MOVE 'TOO MANY EXCLUSION DIVISORS, MAXIMUM IS 10'
074000                 TO EUL1-LOD-MESSAGE
074100             PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
074200     END-UNSTRING.
074300     MOVE EUL1-LOD-TOKEN-CNT TO EUL1-PRM-EXCL-CNT.
074400     PERFORM 4210-EDIT-ONE-EXCL THRU 4210-EXIT
074500         VARYING EUL1-DVX FROM 1 BY 1
074600         UNTIL EUL1-DVX > EUL1-PRM-EXCL-CNT.
074700     PERFORM 4220-CLEAR-ONE-EXCL THRU 4220-EXIT
074800         VARYING EUL1-DVX FROM 1 BY 1
074900         UNTIL EUL1-DVX > 10.
075000 4200-EXIT.
075100     EXIT.
075200*
075300******************************************************************
075400*    4210-EDIT-ONE-EXCL - EDIT ONE EXCLUSION-DIVISOR TOKEN AND   *
075500*    MOVE IT TO ITS TABLE SLOT.                                  *
075600******************************************************************
075700 4210-EDIT-ONE-EXCL.
075800     IF FUNCTION LENGTH(FUNCTION TRIM(
075900             EUL1-LOD-TOKEN(EUL1-DVX))) > 3
076000         MOVE SPACES TO EUL1-LOD-MESSAGE
076100         STRING 'EXCLUSION DIVISOR TOO LARGE, MAXIMUM 3 DIGITS: '
076200                    DELIMITED BY SIZE
076300                EUL1-LOD-TOKEN(EUL1-DVX) DELIMITED BY SIZE
076400                INTO EUL1-LOD-MESSAGE
076500         END-STRING
076600         PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
076700         GO TO 4210-EXIT
076800     END-IF.
076900     IF FUNCTION TEST-NUMVAL(EUL1-LOD-TOKEN(EUL1-DVX)) NOT = 0
077000         MOVE SPACES TO EUL1-LOD-MESSAGE
077100         STRING 'EXCLUSION DIVISOR IS NOT NUMERIC: '
077200                    DELIMITED BY SIZE
077300                EUL1-LOD-TOKEN(EUL1-DVX) DELIMITED BY SIZE
077400                INTO EUL1-LOD-MESSAGE
077500         END-STRING
077600         PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
077700         GO TO 4210-EXIT
077800     END-IF.
077900     MOVE FUNCTION NUMVAL(EUL1-LOD-TOKEN(EUL1-DVX))
078000         TO EUL1-PRM-EXCL-DIVS(EUL1-DVX).
078100 4210-EXIT.
078200     EXIT.
078300*
078400******************************************************************
078500*    4220-CLEAR-ONE-EXCL - ZERO AN EXCLUSION-DIVISOR SLOT        *
078600*    BEYOND THE COUNT NOW IN USE.                                *
078700******************************************************************
078800 4220-CLEAR-ONE-EXCL.
078900     IF EUL1-DVX > EUL1-PRM-EXCL-CNT
079000         MOVE ZERO TO EUL1-PRM-EXCL-DIVS(EUL1-DVX)
079100     END-IF.
079200 4220-EXIT.
079300     EXIT.
079400*
079500******************************************************************
079600*    4300-EDIT-MODE - EDIT THE PROCESSING MODE AGAINST ITS      *
079700*    LOWER BOUND AND EXCLUSION LIST, NORMALIZING THE FIELDS     *
079800*    THE MODE DOES NOT USE, EXACTLY AS EUL1MNT AND THE NIGHTLY  *
079900*    RUN EDIT THEM.                                             *
080000******************************************************************
080100 4300-EDIT-MODE.
080200     IF NOT EUL1-PRM-MODE-CLASSIC
080300        AND NOT EUL1-PRM-MODE-RANGE
080400        AND NOT EUL1-PRM-MODE-EXCLUDE
080500        AND NOT EUL1-PRM-MODE-BOTH
080600         MOVE 'RECORD MODE IS NOT F, R, X, OR B'
080700             TO EUL1-LOD-MESSAGE
080800         PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
080900         GO TO 4300-EXIT
081000     END-IF.
081100     IF NOT EUL1-PRM-MODE-RANGED
081200         MOVE 1 TO EUL1-PRM-LOWER
081300     END-IF.
081400     IF NOT EUL1-PRM-MODE-EXCLUDING
081500         MOVE ZERO TO EUL1-PRM-EXCL-CNT
081600         PERFORM 4220-CLEAR-ONE-EXCL THRU 4220-EXIT
081700             VARYING EUL1-DVX FROM 1 BY 1
081800             UNTIL EUL1-DVX > 10
081900     END-IF.
082000     IF EUL1-PRM-MODE-RANGED
082100         IF EUL1-PRM-LOWER NOT NUMERIC
082200            OR EUL1-PRM-LOWER = ZERO
082300             MOVE 'A LOWER BOUND IS REQUIRED FOR MODE R OR B'
082400                 TO EUL1-LOD-MESSAGE
082500             PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
082600             GO TO 4300-EXIT
082700         END-IF
082800         IF EUL1-PRM-LOWER NOT < EUL1-PRM-LIMIT
082900             MOVE 'LOWER BOUND MUST BE BELOW THE UPPER LIMIT'
083000                 TO EUL1-LOD-MESSAGE
083100             PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
083200             GO TO 4300-EXIT
083300         END-IF
083400     END-IF.
083500     IF EUL1-PRM-MODE-EXCLUDING
083600         IF EUL1-PRM-EXCL-CNT NOT NUMERIC
083700            OR EUL1-PRM-EXCL-CNT = ZERO
083800             MOVE 'EXCLUSION DIVISOR REQUIRED FOR MODE X OR B'
083900                 TO EUL1-LOD-MESSAGE
084000             PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
084100             GO TO 4300-EXIT
084200         END-IF
084300         PERFORM 4320-CHECK-ONE-EXCL THRU 4320-EXIT
084400             VARYING EUL1-DVX FROM 1 BY 1
084500             UNTIL EUL1-DVX > EUL1-PRM-EXCL-CNT
084600     END-IF.
084700 4300-EXIT.
084800     EXIT.
084900*
085000******************************************************************
085100*    4320-CHECK-ONE-EXCL - AN EXCLUSION DIVISOR IN USE MUST BE   *
085200*    NUMERIC AND GREATER THAN ZERO.                              *
085300******************************************************************
085400 4320-CHECK-ONE-EXCL.
085500     IF EUL1-PRM-EXCL-DIVS(EUL1-DVX) NOT NUMERIC
085600        OR EUL1-PRM-EXCL-DIVS(EUL1-DVX) = ZERO
085700         MOVE 'EXCLUSION DIVISORS MUST BE > ZERO'
085800             TO EUL1-LOD-MESSAGE
085900         PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
086000     END-IF.
086100 4320-EXIT.
086200     EXIT.
086300*
086400******************************************************************
086500*    4900-NOTE-REJECT - MARK THE TRANSACTION REJECTED, KEEPING   *
086600*    THE FIRST REASON FOUND FOR THE REPORT, AND ECHO EVERY       *
086700*    REASON TO THE JOB LOG.                                      *
086800******************************************************************
086900 4900-NOTE-REJECT.
087000     SET EUL1-LOD-ERROR TO TRUE.
087100     IF EUL1-LOD-REASON = SPACES
087200         MOVE EUL1-LOD-MESSAGE TO EUL1-LOD-REASON
087300     END-IF.
087400     DISPLAY 'EUL1LOD - ' EUL1-LDT-SET-NAME ' ' EUL1-LDT-EFF-DATE
087500         ' - ' EUL1-LOD-MESSAGE.
087600 4900-EXIT.
087700     EXIT.
087800*
087900******************************************************************
088000*    5000-WRITE-PENDING - LAND THE VERSION IN THE LIBRARY AS     *
088100*    PENDING, LEAVING ANY ACTIVE VERSION OF THE SAME KEY         *
088200*    UNTOUCHED, AND LOG THE CHANGE WITH BEFORE AND AFTER IMAGES  *
088300*    UNDER THE SUBMITTING OPERATOR.  THAT UPDATE RECORD IS WHAT  *
088400*    EUL1MNT READS TO ESTABLISH WHO KEYED THE VERSION, SO THE    *
088500*    SUBMITTER CAN NEVER ALSO BE THE APPROVER.                   *
088600******************************************************************
088700 5000-WRITE-PENDING.
088800     IF EUL1-LOD-PEND-FOUND
088900         MOVE EUL1-LOD-PEND-REC TO EUL1-LOD-BEFORE-IMAGE
089000     ELSE
089100         IF EUL1-LOD-ACT-FOUND
089200             MOVE EUL1-LOD-ACT-REC TO EUL1-LOD-BEFORE-IMAGE
089300         ELSE
089400             MOVE SPACES TO EUL1-LOD-BEFORE-IMAGE
089500         END-IF
089600     END-IF.
089700     SET EUL1-PRM-PENDING TO TRUE.
089800     MOVE EUL1-PARM-RECORD TO EUL1-PARM-CARD.
089900     IF EUL1-LOD-PEND-FOUND
090000         REWRITE EUL1-PARM-CARD
090100             INVALID KEY
090200                 MOVE 'REWRITE OF PENDING VERSION FAILED'
090300                     TO EUL1-LOD-MESSAGE
090400                 PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
090500                 GO TO 5000-EXIT
090600         END-REWRITE
090700     ELSE
090800         WRITE EUL1-PARM-CARD
090900             INVALID KEY
091000                 MOVE 'WRITE OF PENDING VERSION FAILED'
091100                     TO EUL1-LOD-MESSAGE
091200                 PERFORM 4900-NOTE-REJECT THRU 4900-EXIT
091300                 GO TO 5000-EXIT
091400         END-WRITE
091500     END-IF.
091600     SET EUL1-CHG-ACT-UPDATE TO TRUE.
091700     PERFORM 5200-WRITE-CHANGE-LOG THRU 5200-EXIT.
091800     PERFORM 5100-BUILD-DIVISOR-TEXT THRU 5100-EXIT.
091900     IF EUL1-LOD-PEND-FOUND
092000         STRING 'REPLACED PENDING - DIVISORS ' DELIMITED BY SIZE
092100                EUL1-LOD-DIVISOR-TEXT DELIMITED BY SPACE
092200                INTO EUL1-LOD-REASON
092300         END-STRING
092400     ELSE
092500         STRING 'PENDING APPROVAL - DIVISORS ' DELIMITED BY SIZE
092600                EUL1-LOD-DIVISOR-TEXT DELIMITED BY SPACE
092700                INTO EUL1-LOD-REASON
092800         END-STRING
092900     END-IF.
093000 5000-EXIT.
093100     EXIT.
093200*
093300******************************************************************
093400*    5100-BUILD-DIVISOR-TEXT - FORMAT THE DIVISOR LIST AS A      *
093500*    COMMA-SEPARATED STRING FOR THE REPORT.                      *
093600******************************************************************
093700 5100-BUILD-DIVISOR-TEXT.
093800     MOVE SPACES TO EUL1-LOD-DIVISOR-TEXT.
093900     PERFORM 5110-ADD-ONE-DIVISOR THRU 5110-EXIT
094000         VARYING EUL1-DVX FROM 1 BY 1
094100         UNTIL EUL1-DVX > EUL1-PRM-DIVISOR-CNT.
094200 5100-EXIT.
094300     EXIT.
094400*
094500******************************************************************
094600*    5110-ADD-ONE-DIVISOR - APPEND ONE DIVISOR TO THE LIST.      *
094700******************************************************************
094800 5110-ADD-ONE-DIVISOR.
094900     MOVE EUL1-PRM-DIVISORS(EUL1-DVX) TO EUL1-LOD-DIVISOR-ED.
095000     IF EUL1-DVX = 1
095100         STRING FUNCTION TRIM(EUL1-LOD-DIVISOR-ED)
095200             DELIMITED BY SIZE
095300             INTO EUL1-LOD-DIVISOR-TEXT
095400         END-STRING
095500     ELSE
095600         STRING FUNCTION TRIM(EUL1-LOD-DIVISOR-TEXT)
095700             DELIMITED BY SIZE
095800             ','
095900             DELIMITED BY SIZE
096000             FUNCTION TRIM(EUL1-LOD-DIVISOR-ED)
096100             DELIMITED BY SIZE
096200             INTO EUL1-LOD-DIVISOR-TEXT
096300         END-STRING
096400     END-IF.
096500 5110-EXIT.
096600     EXIT.
096700*
096800******************************************************************
096900*    5200-WRITE-CHANGE-LOG - APPEND ONE CHANGE-HISTORY RECORD   *
097000*    FOR THE VERSION JUST LANDED.  THE AFTER IMAGE IS THE       *
097100*    PARAMETER RECORD AS IT NOW STANDS ON FILE.                 *
097200******************************************************************
097300 5200-WRITE-CHANGE-LOG.
097400     MOVE EUL1-LOD-P-OPERATOR TO EUL1-CHG-OPERATOR.
097500     MOVE EUL1-LOD-TIMESTAMP TO EUL1-CHG-TIMESTAMP.
097600     MOVE EUL1-LDT-SET-NAME TO EUL1-CHG-SET-NAME.
097700     MOVE EUL1-LOD-EFF-DATE-N TO EUL1-CHG-EFF-DATE.
097800     MOVE EUL1-LOD-BEFORE-IMAGE TO EUL1-CHG-BEFORE.
097900     MOVE EUL1-PARM-RECORD TO EUL1-CHG-AFTER.
098000     MOVE EUL1-CHG-RECORD TO EUL1-CHG-CARD.
098100     WRITE EUL1-CHG-CARD.
098200 5200-EXIT.
098300     EXIT.
098400*
098500******************************************************************
098600*    6000-PRINT-RESULT - PRINT ONE DETAIL LINE SHOWING WHETHER   *
098700*    THE TRANSACTION WAS ACCEPTED OR REJECTED, AND COUNT IT.     *
098800******************************************************************
098900 6000-PRINT-RESULT.
099000     MOVE EUL1-LDT-SET-NAME TO EUL1-DRP-D-SET.
099100     IF EUL1-LOD-EFF-DATE-N = ZERO
099200         MOVE EUL1-LDT-EFF-DATE TO EUL1-DRP-D-DATE
099300     ELSE
099400         MOVE EUL1-LOD-EFF-DATE-N TO EUL1-DRP-D-DATE
099500     END-IF.
099600     IF EUL1-LOD-ERROR
099700         ADD 1 TO EUL1-LOD-REJECTED
099800         MOVE 'REJECTED' TO EUL1-DRP-D-RESULT
099900     ELSE
100000         ADD 1 TO EUL1-LOD-ACCEPTED
100100         MOVE 'ACCEPTED' TO EUL1-DRP-D-RESULT
100200     END-IF.
100300     IF EUL1-PRM-LIMIT NUMERIC
100400         MOVE EUL1-PRM-LIMIT TO EUL1-DRP-D-LIMIT
100500     ELSE
100600         MOVE ZERO TO EUL1-DRP-D-LIMIT
100700     END-IF.
100800     MOVE EUL1-LOD-REASON TO EUL1-DRP-D-TEXT.
100900     MOVE EUL1-DRP-DETAIL TO EUL1-DRP-PRINT-LINE.
101000     WRITE EUL1-DRP-PRINT-LINE.
101100 6000-EXIT.
101200     EXIT.
101300*
101400******************************************************************
101500*    8000-TERMINATE - PRINT THE CLOSING COUNTS AND CLOSE THE     *
101600*    FILES.  ANY REJECTED TRANSACTION, OR AN EMPTY DECK, ENDS    *
101700*    THE STEP WITH A WARNING SO THE SUBMITTER LOOKS AT THE       *
101800*    REPORT; THE ACCEPTED VERSIONS STAND EITHER WAY.             *
101900******************************************************************
102000 8000-TERMINATE.
102100     MOVE 'TRANSACTIONS READ  . . . . . :'
102200         TO EUL1-DRP-C-LABEL.
102300     MOVE EUL1-LOD-TRAN-READ TO EUL1-DRP-C-COUNT.
102400     MOVE EUL1-DRP-COUNT TO EUL1-DRP-PRINT-LINE.
102500     WRITE EUL1-DRP-PRINT-LINE.
102600     MOVE 'ACCEPTED AS PENDING  . . . . :'
102700         TO EUL1-DRP-C-LABEL.
102800     MOVE EUL1-LOD-ACCEPTED TO EUL1-DRP-C-COUNT.
102900     MOVE EUL1-DRP-COUNT TO EUL1-DRP-PRINT-LINE.
103000     WRITE EUL1-DRP-PRINT-LINE.
103100     MOVE 'REJECTED . . . . . . . . . . :'
103200         TO EUL1-DRP-C-LABEL.
103300     MOVE EUL1-LOD-REJECTED TO EUL1-DRP-C-COUNT.
103400     MOVE EUL1-DRP-COUNT TO EUL1-DRP-PRINT-LINE.
103500     WRITE EUL1-DRP-PRINT-LINE.
103600     CLOSE EUL1-REPORT-FILE.
103700     CLOSE EUL1-CHGLOG-FILE.
103800     CLOSE EUL1-LODTRN-FILE.
103900     CLOSE EUL1-PARMS-FILE.
104000     IF EUL1-LOD-REG-OPEN
104100         CLOSE EUL1-REGISTRY-FILE
104200     END-IF.
104300     IF EUL1-LOD-TRAN-READ = ZERO
104400         DISPLAY 'EUL1LOD - NO TRANSACTIONS ON THE LOAD DECK'
104500         MOVE 4 TO RETURN-CODE
104600     END-IF.
104700     IF EUL1-LOD-REJECTED > ZERO
104800         DISPLAY 'EUL1LOD - ' EUL1-LOD-REJECTED
104900             ' TRANSACTION(S) REJECTED - SEE THE LOAD REPORT'
105000         MOVE 4 TO RETURN-CODE
105100     END-IF.
105200 8000-EXIT.
105300     EXIT.
105400*
105500******************************************************************
105600*    9999-EXIT - FATAL ERROR EXIT.  THE RETURN-CODE HAS ALREADY  *
105700*    BEEN SET BY THE PARAGRAPH THAT DETECTED THE ERROR.          *
105800******************************************************************
105900 9999-EXIT.
106000     STOP RUN.
