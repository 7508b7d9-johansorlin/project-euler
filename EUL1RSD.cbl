000100******************************************************************
000200*                                                                *
000300*    PROGRAM:     EUL1RSD                                       *
000400*    AUTHOR:      J. D. MERCER                                  *
000500*    INSTALLATION: DATA PROCESSING                              *
000600*    DATE-WRITTEN: OCTOBER 2026                                 *
000700*                                                                *
000800*    DESCRIPTION:                                               *
000900*        ONE-TIME SEED OF THE EUL1 FEED RELEASE LEDGER          *
001000*        (EUL1RLS) FOR THE RUNS VERIFIED BEFORE IT WAS KEPT.    *
001100*        EUL1XTR AND EUL1TRD PASS ONLY THE FEED ROWS OF A RUN   *
001200*        THE LEDGER SHOWS RELEASED, SO WITHOUT THIS SEED EVERY  *
001300*        RUN ALREADY ON THE CUMULATIVE FEED WOULD BE WITHHELD.  *
001400*        THE EUL1GPM CARD CARRIES THE CUTOVER RUN-ID - THE      *
001500*        FIRST RUN EUL1VFY RECORDED ON THE LEDGER - AND THE     *
001600*        SUBMITTING OPERATOR.  EVERY RUN ON THE FEED BEFORE THE *
001700*        CUTOVER WITH NO LEDGER ENTRY IS WRITTEN AS RELEASED,   *
001800*        STAMPED WITH THE OPERATOR, A TIMESTAMP, AND THE        *
001900*        CUTOVER AS THE OVERRIDE REASON.  AN EXISTING ENTRY IS  *
002000*        NEVER CHANGED, AND A RUN AT OR AFTER THE CUTOVER IS    *
002100*        LEFT FOR EUL1VFY AND EUL1RLM, SO THE JOB MAY BE RERUN  *
002200*        SAFELY.                                                *
002300*        THE OPERATOR MUST HOLD THE PARAMETER APPROVER ROLE ON  *
002400*        THE OPERATOR AUTHORITY FILE (EUL1OPA); OTHERWISE THE   *
002500*        REFUSAL IS LOGGED TO THE SECURITY VIOLATION FILE       *
002600*        (EUL1SEC) AND THE RUN ABENDS WITH NOTHING WRITTEN.     *
002700*                                                                *
002800*    MODIFICATION HISTORY:                                      *
002900*        OCT2026  JDM  ORIGINAL PROGRAM.                        *
002910*        OCT2026  JDM  THE AUTHORITY RECORD IS TAKEN FROM THE   *
002920*                      RECORD AREA BEFORE THE FILE IS CLOSED,   *
002930*                      AND A READ THAT FAILS FOR ANY REASON     *
002940*                      OTHER THAN RECORD NOT FOUND AUTHORIZES   *
002950*                      NOBODY.                                  *
003000*                                                                *
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. EUL1RSD.
003400 AUTHOR. J. D. MERCER.
003500 INSTALLATION. DATA PROCESSING.
003600 DATE-WRITTEN. OCTOBER 2026.
003700 DATE-COMPILED.
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT EUL1-SEEDPARM-FILE ASSIGN TO EUL1GPM
004300                             ORGANIZATION IS SEQUENTIAL
004400                             FILE STATUS IS EUL1-GPM-FILE-STATUS.
004500*
004600     SELECT EUL1-OUTFEED-FILE ASSIGN TO EUL1OUT
004700                             ORGANIZATION IS SEQUENTIAL
004800                             FILE STATUS IS EUL1-OUT-FILE-STATUS.
004900*
005000     SELECT EUL1-RELEASE-FILE ASSIGN TO EUL1RLS
005100                             ORGANIZATION IS INDEXED
005200                             ACCESS MODE IS DYNAMIC
005300                             RECORD KEY IS EUL1-RLS-KEY
005400                             FILE STATUS IS EUL1-RLS-FILE-STATUS.
005500*
005600     SELECT EUL1-AUTHORITY-FILE ASSIGN TO EUL1OPA
005700                             ORGANIZATION IS INDEXED
005800                             ACCESS MODE IS DYNAMIC
005900                             RECORD KEY IS EUL1-OPA-KEY
006000                             FILE STATUS IS EUL1-OPA-FILE-STATUS.
006100*
006200     SELECT EUL1-SECLOG-FILE ASSIGN TO EUL1SEC
006300                             ORGANIZATION IS SEQUENTIAL
006400                             FILE STATUS IS EUL1-SEC-FILE-STATUS.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  EUL1-SEEDPARM-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 80 CHARACTERS.
007100 01  EUL1-GPM-CARD           PIC X(80).
007200*
007300 FD  EUL1-OUTFEED-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  EUL1-OUT-CARD           PIC X(80).
007700*
007800 FD  EUL1-RELEASE-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 200 CHARACTERS.
008100 01  EUL1-RLS-CARD.
008200     05  EUL1-RLS-KEY            PIC X(14).
008300     05  FILLER                  PIC X(186).
008400*
008500 FD  EUL1-AUTHORITY-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 200 CHARACTERS.
008800 01  EUL1-OPA-CARD.
008900     05  EUL1-OPA-KEY            PIC X(08).
009000     05  FILLER                  PIC X(192).
009100*
009200 FD  EUL1-SECLOG-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 200 CHARACTERS.
009500 01  EUL1-SEC-CARD           PIC X(200).
009600*
009700 WORKING-STORAGE SECTION.
009800*
009900******************************************************************
010000*    DOWNSTREAM FEED RECORD WORKING STORAGE                     *
010100******************************************************************
010200 COPY EUL1OUT.
010300*
010400******************************************************************
010500*    FEED AND AUDIT CONTROL HEADER/TRAILER RECORDS              *
010600******************************************************************
010700 COPY EUL1CTR.
010800*
010900******************************************************************
011000*    FEED RELEASE LEDGER RECORD WORKING STORAGE                 *
011100******************************************************************
011200 COPY EUL1RLS.
011300*
011400******************************************************************
011500*    OPERATOR AUTHORITY RECORD WORKING STORAGE                  *
011600******************************************************************
011700 COPY EUL1OPA.
011800*
011900******************************************************************
012000*    SECURITY VIOLATION RECORD WORKING STORAGE                  *
012100******************************************************************
012200 COPY EUL1SEC.
012300*
012400******************************************************************
012500*    LEDGER SEED CARD LAYOUT                                    *
012600******************************************************************
012700 01  EUL1-RSD-PARM-RECORD.
012800     05  EUL1-RSD-P-CUTOVER  PIC X(14).
012900     05  FILLER              PIC X(01).
013000     05  EUL1-RSD-P-OPERATOR PIC X(08).
013100     05  FILLER              PIC X(57).
013200*
013300******************************************************************
013400*    SWITCHES                                                   *
013500******************************************************************
013600 77  EUL1-GPM-FILE-STATUS    PIC X(02) VALUE '00'.
013700     88  EUL1-GPM-FILE-OK    VALUE '00'.
013800     88  EUL1-GPM-FILE-NEW   VALUE '35'.
013900*
014000 77  EUL1-OUT-FILE-STATUS    PIC X(02) VALUE '00'.
014100     88  EUL1-OUT-FILE-OK    VALUE '00'.
014200     88  EUL1-OUT-FILE-NEW   VALUE '35'.
014300*
014400 77  EUL1-RLS-FILE-STATUS    PIC X(02) VALUE '00'.
014500     88  EUL1-RLS-FILE-OK    VALUE '00'.
014600     88  EUL1-RLS-FILE-NEW   VALUE '35'.
014700*
014800 77  EUL1-OPA-FILE-STATUS    PIC X(02) VALUE '00'.
014900     88  EUL1-OPA-FILE-OK    VALUE '00'.
015000     88  EUL1-OPA-FILE-NEW   VALUE '35'.
015100*
015200 77  EUL1-SEC-FILE-STATUS    PIC X(02) VALUE '00'.
015300     88  EUL1-SEC-FILE-OK    VALUE '00'.
015400     88  EUL1-SEC-FILE-NEW   VALUE '35'.
015500*
015600 77  EUL1-GPM-EOF-SW         PIC X(01) VALUE 'N'.
015700     88  EUL1-GPM-EOF        VALUE 'Y'.
015800*
015900 77  EUL1-OUT-EOF-SW         PIC X(01) VALUE 'N'.
016000     88  EUL1-OUT-EOF        VALUE 'Y'.
016100*
016200 77  EUL1-OUT-OPEN-SW        PIC X(01) VALUE 'N'.
016300     88  EUL1-OUT-OPEN       VALUE 'Y'.
016400*
016500 77  EUL1-RSD-ENTRY-SW       PIC X(01) VALUE 'N'.
016600     88  EUL1-RSD-ENTRY-FOUND     VALUE 'Y'.
016700     88  EUL1-RSD-ENTRY-NOT-FOUND VALUE 'N'.
016800*
016900******************************************************************
017000*    WORKING FIELDS                                             *
017100******************************************************************
017200 77  EUL1-RSD-FEED-READ      PIC 9(08) BINARY VALUE ZERO.
017300 77  EUL1-RSD-RUNS-SEEDED    PIC 9(08) BINARY VALUE ZERO.
017400 77  EUL1-RSD-RUNS-ON-LEDGER PIC 9(08) BINARY VALUE ZERO.
017500 77  EUL1-RSD-RUNS-AFTER     PIC 9(08) BINARY VALUE ZERO.
017600 77  EUL1-RSD-RUNS-FAILED    PIC 9(08) BINARY VALUE ZERO.
017700 77  EUL1-RSD-RUN-TIME       PIC 9(08) VALUE ZERO.
017800 77  EUL1-RSD-TIMESTAMP      PIC X(14) VALUE SPACES.
017900 77  EUL1-RSD-LAST-RUN-ID    PIC X(14) VALUE SPACES.
018000 77  EUL1-RSD-CNT-ED         PIC ZZ,ZZZ,ZZ9.
018100*
018200 01  EUL1-RSD-RUN-DATE.
018300     05  EUL1-RSD-RD-YYYY    PIC 9(04).
018400     05  EUL1-RSD-RD-MM      PIC 9(02).
018500     05  EUL1-RSD-RD-DD      PIC 9(02).
018600*
018700 PROCEDURE DIVISION.
018800*
018900******************************************************************
019000*    0000-MAINLINE                                              *
019100******************************************************************
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     PERFORM 2000-SEED-LEDGER THRU 2000-EXIT.
019500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
019600     STOP RUN.
019700*
019800******************************************************************
019900*    1000-INITIALIZE - PICK UP AND EDIT THE SEED CARD, CHECK THE *
020000*    OPERATOR'S AUTHORITY, AND OPEN THE FEED AND THE LEDGER.     *
020100*    WITHOUT A VALID CARD OR AN AUTHORIZED OPERATOR, OR WHEN THE *
020200*    LEDGER CANNOT BE OPENED, THE RUN ABENDS AND NOTHING IS      *
020300*    WRITTEN.  A MISSING LEDGER IS CREATED EMPTY, AS EUL1VFY     *
020400*    CREATES IT.                                                 *
020500******************************************************************
020600 1000-INITIALIZE.
020700     OPEN INPUT EUL1-SEEDPARM-FILE.
020800     IF EUL1-GPM-FILE-NEW
020900         DISPLAY 'EUL1RSD - NO SEED CARD PRESENT - ABENDING'
021000         MOVE 16 TO RETURN-CODE
021100         GO TO 9999-EXIT
021200     END-IF.
021300     READ EUL1-SEEDPARM-FILE
021400         AT END
021500             SET EUL1-GPM-EOF TO TRUE
021600     END-READ.
021700     IF EUL1-GPM-EOF
021800         DISPLAY 'EUL1RSD - NO SEED CARD PRESENT - ABENDING'
021900         CLOSE EUL1-SEEDPARM-FILE
022000         MOVE 16 TO RETURN-CODE
022100         GO TO 9999-EXIT
022200     END-IF.
022300     MOVE EUL1-GPM-CARD TO EUL1-RSD-PARM-RECORD.
022400     CLOSE EUL1-SEEDPARM-FILE.
022500     IF EUL1-RSD-P-CUTOVER = SPACES
022600        OR EUL1-RSD-P-OPERATOR = SPACES
022700         DISPLAY 'EUL1RSD - CUTOVER RUN-ID AND OPERATOR ARE '
022800             'BOTH REQUIRED ON THE SEED CARD - ABENDING'
022900         MOVE 16 TO RETURN-CODE
023000         GO TO 9999-EXIT
023100     END-IF.
023200     IF EUL1-RSD-P-CUTOVER NOT NUMERIC
023300         DISPLAY 'EUL1RSD - CUTOVER RUN-ID IS NOT A FOURTEEN-'
023400             'DIGIT NUMBER: ' EUL1-RSD-P-CUTOVER ' - ABENDING'
023500         MOVE 16 TO RETURN-CODE
023600         GO TO 9999-EXIT
023700     END-IF.
023800     ACCEPT EUL1-RSD-RUN-DATE FROM DATE YYYYMMDD.
023900     ACCEPT EUL1-RSD-RUN-TIME FROM TIME.
024000     STRING EUL1-RSD-RUN-DATE DELIMITED BY SIZE
024100            EUL1-RSD-RUN-TIME(1:6) DELIMITED BY SIZE
024200            INTO EUL1-RSD-TIMESTAMP
024300     END-STRING.
024400     MOVE SPACES TO EUL1-SEC-RECORD.
024500     SET EUL1-OPA-FOR-APPROVER TO TRUE.
024600     STRING 'SEED THE RELEASE LEDGER BEFORE RUN '
024700            EUL1-RSD-P-CUTOVER DELIMITED BY SIZE
024800            INTO EUL1-SEC-ACTION
024900     END-STRING.
025000     PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT.
025100     IF NOT EUL1-SEC-AUTHORIZED
025200         DISPLAY 'EUL1RSD - LEDGER SEED REFUSED - ABENDING'
025300         MOVE 16 TO RETURN-CODE
025400         GO TO 9999-EXIT
025500     END-IF.
025600     OPEN INPUT EUL1-OUTFEED-FILE.
025700     IF EUL1-OUT-FILE-NEW
025800         DISPLAY 'EUL1RSD - NO FEED ON FILE - NOTHING TO SEED'
025900         SET EUL1-OUT-EOF TO TRUE
026000         GO TO 1000-EXIT
026100     END-IF.
026200     IF NOT EUL1-OUT-FILE-OK
026300         DISPLAY 'EUL1RSD - FEED NOT AVAILABLE - STATUS '
026400             EUL1-OUT-FILE-STATUS ' - ABENDING'
026500         MOVE 16 TO RETURN-CODE
026600         GO TO 9999-EXIT
026700     END-IF.
026800     SET EUL1-OUT-OPEN TO TRUE.
026900     OPEN I-O EUL1-RELEASE-FILE.
027000     IF EUL1-RLS-FILE-NEW
027100         DISPLAY 'EUL1RSD - NO RELEASE LEDGER ON FILE YET - '
027200             'STARTING EMPTY'
027300         OPEN OUTPUT EUL1-RELEASE-FILE
027400         CLOSE EUL1-RELEASE-FILE
027500         OPEN I-O EUL1-RELEASE-FILE
027600     END-IF.
027700     IF NOT EUL1-RLS-FILE-OK
027800         DISPLAY 'EUL1RSD - RELEASE LEDGER NOT AVAILABLE - '
027900             'STATUS ' EUL1-RLS-FILE-STATUS ' - ABENDING'
028000         CLOSE EUL1-OUTFEED-FILE
028100         MOVE 16 TO RETURN-CODE
028200         GO TO 9999-EXIT
028300     END-IF.
028400 1000-EXIT.
028500     EXIT.
028600*
028700******************************************************************
028800*    1400-CHECK-AUTHORITY - THE OPERATOR MUST HOLD THE ROLE      *
028900*    NAMED BY EUL1-OPA-ROLE-NO ON THE OPERATOR AUTHORITY FILE,   *
029000*    EFFECTIVE AND NOT EXPIRED TODAY.  THE CALLER HAS CLEARED    *
029100*    THE VIOLATION RECORD AND NAMED THE ACTION ATTEMPTED.  A     *
029200*    REFUSAL IS DISPLAYED AND LOGGED, AND LEAVES                 *
029300*    EUL1-SEC-AUTHORIZED FALSE FOR THE CALLER TO ACT ON.         *
029400******************************************************************
029500 1400-CHECK-AUTHORITY.
029600     MOVE SPACE TO EUL1-SEC-REASON-CODE.
029700     MOVE SPACES TO EUL1-SEC-REASON.
029800     PERFORM 1420-FIND-AUTHORITY THRU 1420-EXIT.
029900     IF EUL1-SEC-AUTHORIZED
030000         GO TO 1400-EXIT
030100     END-IF.
030200     DISPLAY 'EUL1RSD - OPERATOR ' EUL1-RSD-P-OPERATOR
030300         ' IS NOT AUTHORIZED AS '
030400         EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO).
030500     DISPLAY 'EUL1RSD - ' EUL1-SEC-REASON.
030600     PERFORM 1450-LOG-VIOLATION THRU 1450-EXIT.
030700 1400-EXIT.
030800     EXIT.
030900*
031000******************************************************************
031100*    1420-FIND-AUTHORITY - READ THE OPERATOR'S AUTHORITY RECORD  *
031200*    AND JUDGE THE ROLE AGAINST TODAY'S DATE, SETTING THE REASON *
031300*    FOR ANY REFUSAL.  A MISSING OR UNREADABLE AUTHORITY FILE    *
031400*    AUTHORIZES NOBODY.                                          *
031500******************************************************************
031600 1420-FIND-AUTHORITY.
031700     OPEN INPUT EUL1-AUTHORITY-FILE.
031800     IF NOT EUL1-OPA-FILE-OK
031900         SET EUL1-SEC-NO-FILE TO TRUE
032000         STRING 'NO OPERATOR AUTHORITY FILE - STATUS '
032100                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
032200                INTO EUL1-SEC-REASON
032300         END-STRING
032400         GO TO 1420-EXIT
032500     END-IF.
032600     MOVE EUL1-RSD-P-OPERATOR TO EUL1-OPA-KEY.
032700     READ EUL1-AUTHORITY-FILE
032800         INVALID KEY
032900             SET EUL1-SEC-NOT-LISTED TO TRUE
033000             MOVE 'OPERATOR IS NOT ON THE AUTHORITY FILE'
033100                 TO EUL1-SEC-REASON
033200     END-READ.
033230     IF NOT EUL1-SEC-NOT-LISTED
033260        AND NOT EUL1-OPA-FILE-OK
033290         SET EUL1-SEC-NO-FILE TO TRUE
033320         STRING 'AUTHORITY FILE READ FAILED - STATUS '
033350                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
033380                INTO EUL1-SEC-REASON
033410         END-STRING
033440     END-IF.
033470     IF EUL1-SEC-AUTHORIZED
033500         MOVE EUL1-OPA-CARD TO EUL1-OPA-RECORD
033530     END-IF.
033560     CLOSE EUL1-AUTHORITY-FILE.
033590     IF NOT EUL1-SEC-AUTHORIZED
033620         GO TO 1420-EXIT
033650     END-IF.
033800     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) NOT NUMERIC
033900        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) NOT NUMERIC
034000         SET EUL1-SEC-NOT-HELD TO TRUE
034100         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
034200         GO TO 1420-EXIT
034300     END-IF.
034400     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) = ZERO
034500        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) = ZERO
034600         SET EUL1-SEC-NOT-HELD TO TRUE
034700         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
034800         GO TO 1420-EXIT
034900     END-IF.
035000     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) > EUL1-RSD-RUN-DATE
035100         SET EUL1-SEC-NOT-YET TO TRUE
035200         STRING 'ROLE IS NOT EFFECTIVE UNTIL '
035300                EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO)
035400                DELIMITED BY SIZE
035500                INTO EUL1-SEC-REASON
035600         END-STRING
035700         GO TO 1420-EXIT
035800     END-IF.
035900     IF EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) < EUL1-RSD-RUN-DATE
036000         SET EUL1-SEC-EXPIRED TO TRUE
036100         STRING 'ROLE EXPIRED '
036200                EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO)
036300                DELIMITED BY SIZE
036400                INTO EUL1-SEC-REASON
036500         END-STRING
036600     END-IF.
036700 1420-EXIT.
036800     EXIT.
036900*
037000******************************************************************
037100*    1450-LOG-VIOLATION - APPEND THE REFUSAL TO THE SECURITY     *
037200*    VIOLATION FILE.  A FILE THAT CANNOT BE OPENED IS REPORTED;  *
037300*    THE ACTION IS REFUSED EITHER WAY.                           *
037400******************************************************************
037500 1450-LOG-VIOLATION.
037600     MOVE EUL1-RSD-TIMESTAMP TO EUL1-SEC-TIMESTAMP.
037700     MOVE 'EUL1RSD' TO EUL1-SEC-PROGRAM.
037800     MOVE EUL1-RSD-P-OPERATOR TO EUL1-SEC-OPERATOR.
037900     MOVE EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO) TO EUL1-SEC-ROLE.
038000     OPEN EXTEND EUL1-SECLOG-FILE.
038100     IF EUL1-SEC-FILE-NEW
038200         OPEN OUTPUT EUL1-SECLOG-FILE
038300     END-IF.
038400     IF NOT EUL1-SEC-FILE-OK
038500         DISPLAY 'EUL1RSD - SECURITY VIOLATION FILE NOT '
038600             'AVAILABLE - STATUS ' EUL1-SEC-FILE-STATUS
038700             ' - REFUSAL NOT LOGGED'
038800         GO TO 1450-EXIT
038900     END-IF.
039000     MOVE EUL1-SEC-RECORD TO EUL1-SEC-CARD.
039100     WRITE EUL1-SEC-CARD.
039200     CLOSE EUL1-SECLOG-FILE.
039300 1450-EXIT.
039400     EXIT.
039500*
039600******************************************************************
039700*    2000-SEED-LEDGER - PASS THE WHOLE FEED, SEEDING THE LEDGER  *
039800*    ONE RUN AT A TIME.                                          *
039900******************************************************************
040000 2000-SEED-LEDGER.
040100     PERFORM 2100-SEED-ONE-FEED THRU 2100-EXIT
040200         UNTIL EUL1-OUT-EOF.
040300 2000-EXIT.
040400     EXIT.
040500*
040600******************************************************************
040700*    2100-SEED-ONE-FEED - READ ONE FEED RECORD.  CONTROL RECORDS *
040800*    AND ROWS OF THE RUN JUST SEEN ARE PASSED OVER; THE FIRST    *
040900*    ROW OF EACH RUN BEFORE THE CUTOVER GOES ON TO THE LEDGER.   *
041000******************************************************************
041100 2100-SEED-ONE-FEED.
041200     READ EUL1-OUTFEED-FILE
041300         AT END
041400             SET EUL1-OUT-EOF TO TRUE
041500             GO TO 2100-EXIT
041600     END-READ.
041700     MOVE EUL1-OUT-CARD TO EUL1-OCR-RECORD.
041800     IF EUL1-OCR-CONTROL
041900         GO TO 2100-EXIT
042000     END-IF.
042100     ADD 1 TO EUL1-RSD-FEED-READ.
042200     MOVE EUL1-OUT-CARD TO EUL1-OUT-RECORD.
042300     IF EUL1-OUT-RUN-ID = EUL1-RSD-LAST-RUN-ID
042400         GO TO 2100-EXIT
042500     END-IF.
042600     MOVE EUL1-OUT-RUN-ID TO EUL1-RSD-LAST-RUN-ID.
042700     IF EUL1-OUT-RUN-ID NOT < EUL1-RSD-P-CUTOVER
042800         ADD 1 TO EUL1-RSD-RUNS-AFTER
042900         GO TO 2100-EXIT
043000     END-IF.
043100     PERFORM 2200-SEED-ONE-RUN THRU 2200-EXIT.
043200 2100-EXIT.
043300     EXIT.
043400*
043500******************************************************************
043600*    2200-SEED-ONE-RUN - WRITE A RELEASED ENTRY FOR A RUN THE    *
043700*    LEDGER DOES NOT YET HOLD.  AN EXISTING ENTRY, RELEASED OR   *
043800*    HELD, IS LEFT AS IT IS.                                     *
043900******************************************************************
044000 2200-SEED-ONE-RUN.
044100     SET EUL1-RSD-ENTRY-FOUND TO TRUE.
044200     MOVE EUL1-OUT-RUN-ID TO EUL1-RLS-KEY.
044300     READ EUL1-RELEASE-FILE
044400         INVALID KEY
044500             SET EUL1-RSD-ENTRY-NOT-FOUND TO TRUE
044600     END-READ.
044700     IF EUL1-RSD-ENTRY-FOUND
044800         ADD 1 TO EUL1-RSD-RUNS-ON-LEDGER
044900         GO TO 2200-EXIT
045000     END-IF.
045100     MOVE SPACES TO EUL1-RLS-RECORD.
045200     MOVE EUL1-OUT-RUN-ID TO EUL1-RLS-RUN-ID.
045300     SET EUL1-RLS-RELEASED TO TRUE.
045400     MOVE EUL1-OUT-RUN-DATE TO EUL1-RLS-RUN-DATE.
045500     MOVE ZERO TO EUL1-RLS-PASS-CNT.
045600     MOVE ZERO TO EUL1-RLS-FAIL-CNT.
045700     MOVE 'VERIFIED BEFORE THE RELEASE LEDGER WAS KEPT'
045800         TO EUL1-RLS-REASON.
045900     MOVE EUL1-RSD-P-OPERATOR TO EUL1-RLS-OVR-OPERATOR.
046000     MOVE EUL1-RSD-TIMESTAMP TO EUL1-RLS-OVR-TIMESTAMP.
046100     STRING 'RELEASED AT LEDGER CUTOVER - FIRST LEDGER RUN '
046200            EUL1-RSD-P-CUTOVER DELIMITED BY SIZE
046300            INTO EUL1-RLS-OVR-REASON
046400     END-STRING.
046500     MOVE EUL1-RLS-RECORD TO EUL1-RLS-CARD.
046600     WRITE EUL1-RLS-CARD
046700         INVALID KEY
046800             DISPLAY 'EUL1RSD - WRITE OF LEDGER ENTRY FOR RUN '
046900                 EUL1-OUT-RUN-ID ' FAILED - STATUS '
047000                 EUL1-RLS-FILE-STATUS
047100             ADD 1 TO EUL1-RSD-RUNS-FAILED
047200             GO TO 2200-EXIT
047300     END-WRITE.
047400     ADD 1 TO EUL1-RSD-RUNS-SEEDED.
047500 2200-EXIT.
047600     EXIT.
047700*
047800******************************************************************
047900*    8000-TERMINATE - CLOSE THE FILES AND DISPLAY THE COUNTS.  A *
048000*    RUN WHOSE ENTRY COULD NOT BE WRITTEN ENDS THE STEP WITH     *
048100*    CONDITION CODE 8; THE JOB MAY BE RERUN ONCE THE CAUSE IS    *
048200*    CLEARED.                                                    *
048300******************************************************************
048400 8000-TERMINATE.
048500     IF EUL1-OUT-OPEN
048600         CLOSE EUL1-OUTFEED-FILE
048700         CLOSE EUL1-RELEASE-FILE
048800     END-IF.
048900     DISPLAY 'EUL1RSD - RELEASE LEDGER SEED BEFORE RUN '
049000         EUL1-RSD-P-CUTOVER ' BY ' EUL1-RSD-P-OPERATOR.
049100     MOVE EUL1-RSD-FEED-READ TO EUL1-RSD-CNT-ED.
049200     DISPLAY '  FEED RECORDS READ . . . . : ' EUL1-RSD-CNT-ED.
049300     MOVE EUL1-RSD-RUNS-SEEDED TO EUL1-RSD-CNT-ED.
049400     DISPLAY '  RUNS SEEDED AS RELEASED . : ' EUL1-RSD-CNT-ED.
049500     MOVE EUL1-RSD-RUNS-ON-LEDGER TO EUL1-RSD-CNT-ED.
049600     DISPLAY '  RUNS ALREADY ON LEDGER . . : ' EUL1-RSD-CNT-ED.
049700     MOVE EUL1-RSD-RUNS-AFTER TO EUL1-RSD-CNT-ED.
049800     DISPLAY '  RUNS AT OR AFTER CUTOVER . : ' EUL1-RSD-CNT-ED.
049900     MOVE EUL1-RSD-RUNS-FAILED TO EUL1-RSD-CNT-ED.
050000     DISPLAY '  RUNS NOT WRITTEN . . . . . : ' EUL1-RSD-CNT-ED.
050100     IF EUL1-RSD-RUNS-FAILED > ZERO
050200         MOVE 8 TO RETURN-CODE
050300     END-IF.
050400 8000-EXIT.
050500     EXIT.
050600*
050700******************************************************************
050800*    9999-EXIT - FATAL ERROR EXIT.  THE RETURN-CODE HAS ALREADY  *
050900*    BEEN SET BY THE PARAGRAPH THAT DETECTED THE ERROR.          *
051000******************************************************************
051100 9999-EXIT.
051200     STOP RUN.
