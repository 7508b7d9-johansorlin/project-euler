000100******************************************************************
000200*                                                                *
000300*    PROGRAM:     EUL1EXM                                       *
000400*    AUTHOR:      J. D. MERCER                                  *
000500*    INSTALLATION: DATA PROCESSING                              *
000600*    DATE-WRITTEN: OCTOBER 2026                                 *
000700*                                                                *
000800*    DESCRIPTION:                                               *
000900*        ONLINE TRANSACTION FOR THE EUL1 EXCEPTION QUEUE        *
001000*        (EUL1EXQ).  THE OPERATOR SIGNS ON WITH AN OPERATOR ID  *
001100*        AND IS SHOWN EVERY EXCEPTION NOT YET RESOLVED, OLDEST  *
001200*        FIRST, WITH THE PROGRAM THAT RAISED IT, THE RUN-ID,    *
001300*        THE SCENARIO, THE SEVERITY, AND THE MESSAGE.  THE      *
001400*        OPERATOR PICKS ONE BY ITS LIST NUMBER AND EITHER       *
001500*        ACKNOWLEDGES IT (ONLY AN OPEN EXCEPTION) OR RESOLVES   *
001600*        IT, KEYING A COMMENT, WHICH IS REQUIRED, AND CONFIRMING*
001700*        THE ACTION.  THE EXCEPTION IS STAMPED WITH THE         *
001800*        OPERATOR, A TIMESTAMP, AND THE COMMENT; RESOLVING AN   *
001900*        EXCEPTION NOBODY HAS ACKNOWLEDGED STAMPS THE           *
002000*        ACKNOWLEDGEMENT AS WELL, SO EUL1SUM CAN MEASURE HOW    *
002100*        LONG EVERY EXCEPTION WAITED FOR ATTENTION.  EXCEPTIONS *
002200*        ARE NEVER DELETED.  ONE ACTION IS TAKEN PER            *
002300*        TRANSACTION.                                           *
002320*        THE OPERATOR MUST HOLD THE EXCEPTION RESOLVER ROLE ON  *
002340*        THE OPERATOR AUTHORITY FILE (EUL1OPA); A REFUSAL IS    *
002360*        LOGGED TO THE SECURITY VIOLATION FILE (EUL1SEC).       *
002400*                                                                *
002500*    MODIFICATION HISTORY:                                      *
002600*        OCT2026  JDM  ORIGINAL PROGRAM.                        *
002610*        OCT2026  JDM  AN EXCEPTION MAY BE ACKNOWLEDGED OR      *
002620*                      RESOLVED ONLY BY AN OPERATOR HOLDING THE *
002630*                      EXCEPTION RESOLVER ROLE ON THE OPERATOR  *
002640*                      AUTHORITY FILE (EUL1OPA); EACH REFUSAL   *
002650*                      IS LOGGED TO THE SECURITY VIOLATION FILE *
002660*                      (EUL1SEC).                               *
002665*        OCT2026  JDM  THE AUTHORITY RECORD IS TAKEN FROM THE   *
002670*                      RECORD AREA BEFORE THE FILE IS CLOSED,   *
002675*                      AND A READ THAT FAILS FOR ANY REASON     *
002680*                      OTHER THAN RECORD NOT FOUND AUTHORIZES   *
002685*                      NOBODY.                                  *
002700*                                                                *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. EUL1EXM.
003100 AUTHOR. J. D. MERCER.
003200 INSTALLATION. DATA PROCESSING.
003300 DATE-WRITTEN. OCTOBER 2026.
003400 DATE-COMPILED.
003500*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT EUL1-EXCEPTION-FILE ASSIGN TO EUL1EXQ
004000                             ORGANIZATION IS INDEXED
004100                             ACCESS MODE IS DYNAMIC
004200                             RECORD KEY IS EUL1-EXQ-KEY
004300                             FILE STATUS IS EUL1-EXQ-FILE-STATUS.
004309*
004318     SELECT EUL1-AUTHORITY-FILE ASSIGN TO EUL1OPA
004327                             ORGANIZATION IS INDEXED
004336                             ACCESS MODE IS DYNAMIC
004345                             RECORD KEY IS EUL1-OPA-KEY
004354                             FILE STATUS IS EUL1-OPA-FILE-STATUS.
004363*
004372     SELECT EUL1-SECLOG-FILE ASSIGN TO EUL1SEC
004381                             ORGANIZATION IS SEQUENTIAL
004390                             FILE STATUS IS EUL1-SEC-FILE-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  EUL1-EXCEPTION-FILE
004800     LABEL RECORDS ARE STANDARD
004900     RECORD CONTAINS 300 CHARACTERS.
005000 01  EUL1-EXQ-CARD.
005100     05  EUL1-EXQ-KEY            PIC X(28).
005200     05  FILLER                  PIC X(272).
005300*
005307 FD  EUL1-AUTHORITY-FILE
005314     LABEL RECORDS ARE STANDARD
005321     RECORD CONTAINS 200 CHARACTERS.
005328 01  EUL1-OPA-CARD.
005335     05  EUL1-OPA-KEY            PIC X(08).
005342     05  FILLER                  PIC X(192).
005349*
005356 FD  EUL1-SECLOG-FILE
005363     LABEL RECORDS ARE STANDARD
005370     RECORD CONTAINS 200 CHARACTERS.
005377 01  EUL1-SEC-CARD           PIC X(200).
005384*
005400 WORKING-STORAGE SECTION.
005500*
005600******************************************************************
005700*    EXCEPTION QUEUE RECORD WORKING STORAGE                     *
005800******************************************************************
005900 COPY EUL1EXQ.
006000*
006009******************************************************************
006018*    OPERATOR AUTHORITY RECORD WORKING STORAGE                  *
006027******************************************************************
006036 COPY EUL1OPA.
006045*
006054******************************************************************
006063*    SECURITY VIOLATION RECORD WORKING STORAGE                  *
006072******************************************************************
006081 COPY EUL1SEC.
006090*
006100******************************************************************
006200*    SWITCHES                                                   *
006300******************************************************************
006400 77  EUL1-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
006500     88  EUL1-EXQ-FILE-OK    VALUE '00'.
006600     88  EUL1-EXQ-FILE-NEW   VALUE '35'.
006610*
006620 77  EUL1-OPA-FILE-STATUS    PIC X(02) VALUE '00'.
006630     88  EUL1-OPA-FILE-OK    VALUE '00'.
006640     88  EUL1-OPA-FILE-NEW   VALUE '35'.
006650*
006660 77  EUL1-SEC-FILE-STATUS    PIC X(02) VALUE '00'.
006670     88  EUL1-SEC-FILE-OK    VALUE '00'.
006680     88  EUL1-SEC-FILE-NEW   VALUE '35'.
006700*
006800 77  EUL1-EXM-ERROR-SW       PIC X(01) VALUE 'N'.
006900     88  EUL1-EXM-ERROR      VALUE 'Y'.
007000     88  EUL1-EXM-NO-ERROR   VALUE 'N'.
007100*
007200 77  EUL1-EXM-EOF-SW         PIC X(01) VALUE 'N'.
007300     88  EUL1-EXM-QUEUE-EOF  VALUE 'Y'.
007400*
007500 77  EUL1-EXM-ACTION         PIC X(01) VALUE SPACE.
007600     88  EUL1-EXM-ACT-ACKNOWLEDGE VALUE 'A'.
007700     88  EUL1-EXM-ACT-RESOLVE     VALUE 'R'.
007800*
007900 77  EUL1-EXM-CONFIRM        PIC X(01) VALUE SPACE.
008000     88  EUL1-EXM-CONFIRMED  VALUE 'Y'.
008100*
008200******************************************************************
008300*    WORKING FIELDS                                             *
008400******************************************************************
008500 77  EUL1-EXM-TODAY          PIC 9(08) VALUE ZERO.
008600 77  EUL1-EXM-TIME           PIC 9(08) VALUE ZERO.
008700 77  EUL1-EXM-OPEN-CNT       PIC 9(04) BINARY VALUE ZERO.
008800 77  EUL1-EXM-LIST-CNT       PIC 9(03) BINARY VALUE ZERO.
008900 77  EUL1-EXM-SEL-N          PIC 9(03) BINARY VALUE ZERO.
009000 77  EUL1-EXM-LIST-MAX       PIC 9(03) BINARY VALUE 200.
009100*
009200 01  EUL1-EXM-OPERATOR       PIC X(08) VALUE SPACES.
009300 01  EUL1-EXM-TIMESTAMP      PIC X(14) VALUE SPACES.
009400 01  EUL1-EXM-SELECTION      PIC X(03) VALUE SPACES.
009500 01  EUL1-EXM-COMMENT        PIC X(60) VALUE SPACES.
009600 01  EUL1-EXM-STATUS-TEXT    PIC X(12) VALUE SPACES.
009700 01  EUL1-EXM-LIST-NO        PIC ZZ9.
009800*
009900 01  EUL1-EXM-LIST-TABLE.
010000     05  EUL1-EXM-LIST-KEY   PIC X(28)
010100                             OCCURS 200 TIMES.
010200*
010300 PROCEDURE DIVISION.
010400*
010500******************************************************************
010600*    0000-MAINLINE                                              *
010700******************************************************************
010800 0000-MAINLINE.
010900     PERFORM 1000-OPEN-QUEUE THRU 1000-EXIT.
011000     IF EUL1-EXM-ERROR
011100         DISPLAY 'EUL1EXM - NO UPDATE APPLIED'
011200         STOP RUN
011300     END-IF.
011400     PERFORM 1300-ACCEPT-OPERATOR THRU 1300-EXIT.
011500     IF EUL1-EXM-ERROR
011600         DISPLAY 'EUL1EXM - NO UPDATE APPLIED'
011700         PERFORM 8000-CLOSE-QUEUE THRU 8000-EXIT
011800         STOP RUN
011900     END-IF.
012000     PERFORM 2000-LIST-OPEN THRU 2000-EXIT.
012100     IF EUL1-EXM-ERROR
012200         DISPLAY 'EUL1EXM - NO UPDATE APPLIED'
012300         PERFORM 8000-CLOSE-QUEUE THRU 8000-EXIT
012400         STOP RUN
012500     END-IF.
012600     PERFORM 3000-ACCEPT-SELECTION THRU 3000-EXIT.
012700     IF EUL1-EXM-ERROR
012800         DISPLAY 'EUL1EXM - NO UPDATE APPLIED'
012900         PERFORM 8000-CLOSE-QUEUE THRU 8000-EXIT
013000         STOP RUN
013100     END-IF.
013200     PERFORM 3500-SHOW-EXCEPTION THRU 3500-EXIT.
013300     IF EUL1-EXM-ERROR
013400         DISPLAY 'EUL1EXM - NO UPDATE APPLIED'
013500         PERFORM 8000-CLOSE-QUEUE THRU 8000-EXIT
013600         STOP RUN
013700     END-IF.
013800     PERFORM 4000-ACCEPT-ACTION THRU 4000-EXIT.
013900     IF EUL1-EXM-NO-ERROR
014000         PERFORM 5000-APPLY-ACTION THRU 5000-EXIT
014100     ELSE
014200         DISPLAY 'EUL1EXM - NO UPDATE APPLIED'
014300     END-IF.
014400     PERFORM 8000-CLOSE-QUEUE THRU 8000-EXIT.
014500     STOP RUN.
014600*
014700******************************************************************
014800*    1000-OPEN-QUEUE - OPEN THE KEYED EXCEPTION QUEUE FOR        *
014900*    UPDATE.  A QUEUE NOT YET ON FILE HAS NOTHING TO ACT ON, SO  *
015000*    THE TRANSACTION ENDS THERE.                                 *
015100******************************************************************
015200 1000-OPEN-QUEUE.
015300     SET EUL1-EXM-NO-ERROR TO TRUE.
015400     OPEN I-O EUL1-EXCEPTION-FILE.
015500     IF EUL1-EXQ-FILE-NEW
015600         DISPLAY 'EUL1EXM - NO EXCEPTION QUEUE ON FILE YET - '
015700             'NOTHING HAS BEEN RAISED'
015800         SET EUL1-EXM-ERROR TO TRUE
015900         GO TO 1000-EXIT
016000     END-IF.
016100     IF NOT EUL1-EXQ-FILE-OK
016200         DISPLAY 'EUL1EXM - EXCEPTION QUEUE OPEN FAILED - STATUS '
016300             EUL1-EXQ-FILE-STATUS
016400         SET EUL1-EXM-ERROR TO TRUE
016500     END-IF.
016600 1000-EXIT.
016700     EXIT.
016800*
016900******************************************************************
017000*    1300-ACCEPT-OPERATOR - SIGN THE OPERATOR ON, STAMPING THE   *
017100*    SESSION FOR THE ACKNOWLEDGEMENT OR RESOLUTION.              *
017150*    THE OPERATOR MUST HOLD THE EXCEPTION RESOLVER ROLE.         *
017200******************************************************************
017300 1300-ACCEPT-OPERATOR.
017400     ACCEPT EUL1-EXM-TODAY FROM DATE YYYYMMDD.
017500     ACCEPT EUL1-EXM-TIME FROM TIME.
017600     STRING EUL1-EXM-TODAY DELIMITED BY SIZE
017700            EUL1-EXM-TIME(1:6) DELIMITED BY SIZE
017800            INTO EUL1-EXM-TIMESTAMP
017900     END-STRING.
018000     DISPLAY 'EUL1 EXCEPTION QUEUE - ACKNOWLEDGE AND RESOLVE'.
018100     DISPLAY 'ENTER OPERATOR ID: '.
018200     ACCEPT EUL1-EXM-OPERATOR.
018300     IF EUL1-EXM-OPERATOR = SPACES
018400         DISPLAY 'EUL1EXM - OPERATOR ID IS REQUIRED'
018500         SET EUL1-EXM-ERROR TO TRUE
018550         GO TO 1300-EXIT
018600     END-IF.
018610     MOVE SPACES TO EUL1-SEC-RECORD.
018620     SET EUL1-OPA-FOR-RESOLVER TO TRUE.
018630     MOVE 'ACKNOWLEDGE OR RESOLVE A QUEUED EXCEPTION'
018640         TO EUL1-SEC-ACTION.
018650     PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT.
018660     IF NOT EUL1-SEC-AUTHORIZED
018670         SET EUL1-EXM-ERROR TO TRUE
018680     END-IF.
018700 1300-EXIT.
018800     EXIT.
018801*
018802******************************************************************
018803*    1400-CHECK-AUTHORITY - THE OPERATOR MUST HOLD THE ROLE      *
018804*    NAMED BY EUL1-OPA-ROLE-NO ON THE OPERATOR AUTHORITY FILE,   *
018805*    EFFECTIVE AND NOT EXPIRED TODAY.  THE CALLER HAS CLEARED    *
018806*    THE VIOLATION RECORD AND NAMED THE ACTION ATTEMPTED.  A     *
018807*    REFUSAL IS DISPLAYED AND LOGGED, AND LEAVES                 *
018808*    EUL1-SEC-AUTHORIZED FALSE FOR THE CALLER TO ACT ON.         *
018809******************************************************************
018810 1400-CHECK-AUTHORITY.
018811     MOVE SPACE TO EUL1-SEC-REASON-CODE.
018812     MOVE SPACES TO EUL1-SEC-REASON.
018813     PERFORM 1420-FIND-AUTHORITY THRU 1420-EXIT.
018814     IF EUL1-SEC-AUTHORIZED
018815         GO TO 1400-EXIT
018816     END-IF.
018817     DISPLAY 'EUL1EXM - OPERATOR ' EUL1-EXM-OPERATOR
018818         ' IS NOT AUTHORIZED AS '
018819         EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO).
018820     DISPLAY 'EUL1EXM - ' EUL1-SEC-REASON.
018821     PERFORM 1450-LOG-VIOLATION THRU 1450-EXIT.
018822 1400-EXIT.
018823     EXIT.
018824*
018825******************************************************************
018826*    1420-FIND-AUTHORITY - READ THE OPERATOR'S AUTHORITY RECORD  *
018827*    AND JUDGE THE ROLE AGAINST TODAY'S DATE, SETTING THE REASON *
018828*    FOR ANY REFUSAL.  A MISSING OR UNREADABLE AUTHORITY FILE    *
018829*    AUTHORIZES NOBODY.                                          *
018830******************************************************************
018831 1420-FIND-AUTHORITY.
018832     OPEN INPUT EUL1-AUTHORITY-FILE.
018833     IF NOT EUL1-OPA-FILE-OK
018834         SET EUL1-SEC-NO-FILE TO TRUE
018835         STRING 'NO OPERATOR AUTHORITY FILE - STATUS '
018836                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
018837                INTO EUL1-SEC-REASON
018838         END-STRING
018839         GO TO 1420-EXIT
018840     END-IF.
018841     MOVE EUL1-EXM-OPERATOR TO EUL1-OPA-KEY.
018842     READ EUL1-AUTHORITY-FILE
018843         INVALID KEY
018844             SET EUL1-SEC-NOT-LISTED TO TRUE
018845             MOVE 'OPERATOR IS NOT ON THE AUTHORITY FILE'
018846                 TO EUL1-SEC-REASON
018847     END-READ.
018849     IF NOT EUL1-SEC-NOT-LISTED
018851        AND NOT EUL1-OPA-FILE-OK
018853         SET EUL1-SEC-NO-FILE TO TRUE
018855         STRING 'AUTHORITY FILE READ FAILED - STATUS '
018857                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
018859                INTO EUL1-SEC-REASON
018861         END-STRING
018863     END-IF.
018865     IF EUL1-SEC-AUTHORIZED
018867         MOVE EUL1-OPA-CARD TO EUL1-OPA-RECORD
018869     END-IF.
018871     CLOSE EUL1-AUTHORITY-FILE.
018873     IF NOT EUL1-SEC-AUTHORIZED
018875         GO TO 1420-EXIT
018877     END-IF.
018879     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) NOT NUMERIC
018881        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) NOT NUMERIC
018883         SET EUL1-SEC-NOT-HELD TO TRUE
018885         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
018887         GO TO 1420-EXIT
018889     END-IF.
018891     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) = ZERO
018893        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) = ZERO
018895         SET EUL1-SEC-NOT-HELD TO TRUE
018897         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
018899         GO TO 1420-EXIT
018901     END-IF.
018903     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) > EUL1-EXM-TODAY
018905         SET EUL1-SEC-NOT-YET TO TRUE
018907         STRING 'ROLE IS NOT EFFECTIVE UNTIL '
018909                EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO)
018911                DELIMITED BY SIZE
018913                INTO EUL1-SEC-REASON
018915         END-STRING
018917         GO TO 1420-EXIT
018919     END-IF.
018921     IF EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) < EUL1-EXM-TODAY
018923         SET EUL1-SEC-EXPIRED TO TRUE
018925         STRING 'ROLE EXPIRED '
018927                EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO)
018929                DELIMITED BY SIZE
018931                INTO EUL1-SEC-REASON
018933         END-STRING
018935     END-IF.
018937 1420-EXIT.
018939     EXIT.
018941*
018943******************************************************************
018945*    1450-LOG-VIOLATION - APPEND THE REFUSAL TO THE SECURITY     *
018947*    VIOLATION FILE.  A FILE THAT CANNOT BE OPENED IS REPORTED;  *
018949*    THE ACTION IS REFUSED EITHER WAY.                           *
018951******************************************************************
018953 1450-LOG-VIOLATION.
018955     MOVE EUL1-EXM-TIMESTAMP TO EUL1-SEC-TIMESTAMP.
018957     MOVE 'EUL1EXM' TO EUL1-SEC-PROGRAM.
018959     MOVE EUL1-EXM-OPERATOR TO EUL1-SEC-OPERATOR.
018961     MOVE EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO) TO EUL1-SEC-ROLE.
018963     OPEN EXTEND EUL1-SECLOG-FILE.
018965     IF EUL1-SEC-FILE-NEW
018967         OPEN OUTPUT EUL1-SECLOG-FILE
018969     END-IF.
018971     IF NOT EUL1-SEC-FILE-OK
018973         DISPLAY 'EUL1EXM - SECURITY VIOLATION FILE NOT '
018975             'AVAILABLE - STATUS ' EUL1-SEC-FILE-STATUS
018977             ' - REFUSAL NOT LOGGED'
018979         GO TO 1450-EXIT
018981     END-IF.
018983     MOVE EUL1-SEC-RECORD TO EUL1-SEC-CARD.
018985     WRITE EUL1-SEC-CARD.
018987     CLOSE EUL1-SECLOG-FILE.
018989 1450-EXIT.
018991     EXIT.
018993*
019000******************************************************************
019100*    2000-LIST-OPEN - BROWSE THE QUEUE FROM THE START AND LIST   *
019200*    EVERY EXCEPTION NOT YET RESOLVED, NUMBERING EACH ONE AND    *
019300*    KEEPING ITS KEY FOR THE SELECTION.  THE QUEUE IS IN ORDER   *
019400*    RAISED, SO THE OLDEST COME FIRST.  PAST THE LIST TABLE THE  *
019500*    REST ARE COUNTED BUT NOT LISTED; THEY COME UP ONCE THE      *
019600*    OLDER ONES ARE RESOLVED.                                    *
019700******************************************************************
019800 2000-LIST-OPEN.
019900     MOVE ZERO TO EUL1-EXM-OPEN-CNT.
020000     MOVE ZERO TO EUL1-EXM-LIST-CNT.
020100     MOVE 'N' TO EUL1-EXM-EOF-SW.
020200     MOVE LOW-VALUES TO EUL1-EXQ-KEY.
020300     START EUL1-EXCEPTION-FILE KEY NOT < EUL1-EXQ-KEY
020400         INVALID KEY
020500             SET EUL1-EXM-QUEUE-EOF TO TRUE
020600     END-START.
020700     PERFORM 2100-LIST-ONE THRU 2100-EXIT
020800         UNTIL EUL1-EXM-QUEUE-EOF.
020900     IF EUL1-EXM-OPEN-CNT = ZERO
021000         DISPLAY 'EUL1EXM - NO OPEN EXCEPTIONS ON THE QUEUE'
021100         SET EUL1-EXM-ERROR TO TRUE
021200         GO TO 2000-EXIT
021300     END-IF.
021400     DISPLAY 'EUL1EXM - ' EUL1-EXM-OPEN-CNT
021500         ' EXCEPTION(S) NOT YET RESOLVED'.
021600     IF EUL1-EXM-OPEN-CNT > EUL1-EXM-LIST-CNT
021700         DISPLAY 'EUL1EXM - ONLY THE OLDEST ' EUL1-EXM-LIST-CNT
021800             ' ARE LISTED'
021900     END-IF.
022000 2000-EXIT.
022100     EXIT.
022200*
022300******************************************************************
022400*    2100-LIST-ONE - READ THE NEXT EXCEPTION AND, IF IT IS NOT   *
022500*    RESOLVED, LIST IT.                                          *
022600******************************************************************
022700 2100-LIST-ONE.
022800     READ EUL1-EXCEPTION-FILE NEXT RECORD
022900         AT END
023000             SET EUL1-EXM-QUEUE-EOF TO TRUE
023100             GO TO 2100-EXIT
023200     END-READ.
023300     MOVE EUL1-EXQ-CARD TO EUL1-EXQ-RECORD.
023400     IF EUL1-EXQ-RESOLVED
023500         GO TO 2100-EXIT
023600     END-IF.
023700     ADD 1 TO EUL1-EXM-OPEN-CNT.
023800     IF EUL1-EXM-LIST-CNT NOT < EUL1-EXM-LIST-MAX
023900         GO TO 2100-EXIT
024000     END-IF.
024100     ADD 1 TO EUL1-EXM-LIST-CNT.
024200     MOVE EUL1-EXQ-KEY TO EUL1-EXM-LIST-KEY(EUL1-EXM-LIST-CNT).
024300     MOVE EUL1-EXM-LIST-CNT TO EUL1-EXM-LIST-NO.
024400     PERFORM 2200-SET-STATUS-TEXT THRU 2200-EXIT.
024500     DISPLAY EUL1-EXM-LIST-NO '  ' EUL1-EXQ-RAISED-DATE ' '
024600         EUL1-EXQ-RAISED-TIME(1:6) '  ' EUL1-EXQ-PROGRAM
024700         '  SEV ' EUL1-EXQ-SEVERITY '  ' EUL1-EXM-STATUS-TEXT.
024800     DISPLAY '     RUN ' EUL1-EXQ-RUN-ID '  SCENARIO '
024900         EUL1-EXQ-SCENARIO.
025000     DISPLAY '     ' EUL1-EXQ-MESSAGE.
025100 2100-EXIT.
025200     EXIT.
025300*
025400******************************************************************
025500*    2200-SET-STATUS-TEXT - SPELL OUT THE STATUS OF THE          *
025600*    EXCEPTION IN HAND.                                          *
025700******************************************************************
025800 2200-SET-STATUS-TEXT.
025900     IF EUL1-EXQ-OPEN
026000         MOVE 'OPEN' TO EUL1-EXM-STATUS-TEXT
026100     END-IF.
026200     IF EUL1-EXQ-ACKNOWLEDGED
026300         MOVE 'ACKNOWLEDGED' TO EUL1-EXM-STATUS-TEXT
026400     END-IF.
026500     IF EUL1-EXQ-RESOLVED
026600         MOVE 'RESOLVED' TO EUL1-EXM-STATUS-TEXT
026700     END-IF.
026800 2200-EXIT.
026900     EXIT.
027000*
027100******************************************************************
027200*    3000-ACCEPT-SELECTION - PROMPT FOR THE LIST NUMBER OF THE   *
027300*    EXCEPTION TO ACT ON.  A BLANK RESPONSE ENDS THE             *
027400*    TRANSACTION WITHOUT AN UPDATE.                              *
027500******************************************************************
027600 3000-ACCEPT-SELECTION.
027700     DISPLAY 'ENTER LIST NUMBER OF THE EXCEPTION '
027800         '(BLANK = NONE): '.
027900     ACCEPT EUL1-EXM-SELECTION.
028000     IF EUL1-EXM-SELECTION = SPACES
028100         DISPLAY 'EUL1EXM - NO EXCEPTION SELECTED'
028200         SET EUL1-EXM-ERROR TO TRUE
028300         GO TO 3000-EXIT
028400     END-IF.
028500     IF FUNCTION TEST-NUMVAL(
028600             FUNCTION TRIM(EUL1-EXM-SELECTION)) NOT = 0
028700         DISPLAY 'EUL1EXM - LIST NUMBER IS NOT NUMERIC: '
028800             EUL1-EXM-SELECTION
028900         SET EUL1-EXM-ERROR TO TRUE
029000         GO TO 3000-EXIT
029100     END-IF.
029200     MOVE FUNCTION NUMVAL(FUNCTION TRIM(EUL1-EXM-SELECTION))
029300         TO EUL1-EXM-SEL-N.
029400     IF EUL1-EXM-SEL-N < 1
029500        OR EUL1-EXM-SEL-N > EUL1-EXM-LIST-CNT
029600         DISPLAY 'EUL1EXM - ' EUL1-EXM-SELECTION
029700             ' IS NOT A NUMBER ON THE LIST'
029800         SET EUL1-EXM-ERROR TO TRUE
029900     END-IF.
030000 3000-EXIT.
030100     EXIT.
030200*
030300******************************************************************
030400*    3500-SHOW-EXCEPTION - READ THE SELECTED EXCEPTION AGAIN BY  *
030500*    ITS KEY AND DISPLAY IT IN FULL.  ONE RESOLVED SINCE THE     *
030600*    LIST WAS SHOWN IS REFUSED.                                  *
030700******************************************************************
030800 3500-SHOW-EXCEPTION.
030900     MOVE EUL1-EXM-LIST-KEY(EUL1-EXM-SEL-N) TO EUL1-EXQ-KEY.
031000     READ EUL1-EXCEPTION-FILE
031100         INVALID KEY
031200             DISPLAY 'EUL1EXM - EXCEPTION IS NO LONGER ON THE '
031300                 'QUEUE'
031400             SET EUL1-EXM-ERROR TO TRUE
031500             GO TO 3500-EXIT
031600     END-READ.
031700     MOVE EUL1-EXQ-CARD TO EUL1-EXQ-RECORD.
031800     PERFORM 2200-SET-STATUS-TEXT THRU 2200-EXIT.
031900     DISPLAY '  RAISED . . . . . . . . . . : '
032000         EUL1-EXQ-RAISED-DATE ' ' EUL1-EXQ-RAISED-TIME(1:6).
032100     DISPLAY '  RAISED BY . . . . . . . . : ' EUL1-EXQ-PROGRAM.
032200     DISPLAY '  RUN-ID . . . . . . . . . . : ' EUL1-EXQ-RUN-ID.
032300     DISPLAY '  SCENARIO . . . . . . . . . : ' EUL1-EXQ-SCENARIO.
032400     DISPLAY '  SEVERITY . . . . . . . . . : ' EUL1-EXQ-SEVERITY.
032500     DISPLAY '  MESSAGE . . . . . . . . . : ' EUL1-EXQ-MESSAGE.
032600     DISPLAY '  STATUS . . . . . . . . . . : '
032700         EUL1-EXM-STATUS-TEXT.
032800     IF EUL1-EXQ-ACK-OPERATOR NOT = SPACES
032900         DISPLAY '  ACKNOWLEDGED BY . . . . . : '
033000             EUL1-EXQ-ACK-OPERATOR ' AT ' EUL1-EXQ-ACK-TIMESTAMP
033100         DISPLAY '  ACKNOWLEDGEMENT COMMENT . : '
033200             EUL1-EXQ-ACK-COMMENT
033300     END-IF.
033400     IF EUL1-EXQ-RESOLVED
033500         DISPLAY 'EUL1EXM - EXCEPTION WAS RESOLVED BY '
033600             EUL1-EXQ-RES-OPERATOR ' AT ' EUL1-EXQ-RES-TIMESTAMP
033700         SET EUL1-EXM-ERROR TO TRUE
033800     END-IF.
033900 3500-EXIT.
034000     EXIT.
034100*
034200******************************************************************
034300*    4000-ACCEPT-ACTION - PROMPT FOR THE ACTION, THE COMMENT,    *
034400*    WHICH IS REQUIRED, AND CONFIRMATION.  ONLY AN OPEN          *
034500*    EXCEPTION CAN BE ACKNOWLEDGED; AN OPEN OR ACKNOWLEDGED ONE  *
034600*    CAN BE RESOLVED.                                            *
034700******************************************************************
034800 4000-ACCEPT-ACTION.
034900     DISPLAY 'ENTER ACTION - A = ACKNOWLEDGE, R = RESOLVE: '.
035000     ACCEPT EUL1-EXM-ACTION.
035100     IF NOT EUL1-EXM-ACT-ACKNOWLEDGE
035200        AND NOT EUL1-EXM-ACT-RESOLVE
035300         DISPLAY 'EUL1EXM - ACTION MUST BE A OR R'
035400         SET EUL1-EXM-ERROR TO TRUE
035500         GO TO 4000-EXIT
035600     END-IF.
035700     IF EUL1-EXM-ACT-ACKNOWLEDGE
035800        AND EUL1-EXQ-ACKNOWLEDGED
035900         DISPLAY 'EUL1EXM - EXCEPTION IS ALREADY ACKNOWLEDGED - '
036000             'IT CAN ONLY BE RESOLVED'
036100         SET EUL1-EXM-ERROR TO TRUE
036200         GO TO 4000-EXIT
036300     END-IF.
036400     DISPLAY 'ENTER COMMENT (REQUIRED): '.
036500     ACCEPT EUL1-EXM-COMMENT.
036600     IF EUL1-EXM-COMMENT = SPACES
036700         DISPLAY 'EUL1EXM - A COMMENT IS REQUIRED'
036800         SET EUL1-EXM-ERROR TO TRUE
036900         GO TO 4000-EXIT
037000     END-IF.
037100     IF EUL1-EXM-ACT-ACKNOWLEDGE
037200         DISPLAY 'ACKNOWLEDGE THIS EXCEPTION - Y TO CONFIRM: '
037300     ELSE
037400         DISPLAY 'RESOLVE THIS EXCEPTION - Y TO CONFIRM: '
037500     END-IF.
037600     ACCEPT EUL1-EXM-CONFIRM.
037700     IF NOT EUL1-EXM-CONFIRMED
037800         DISPLAY 'EUL1EXM - ACTION NOT CONFIRMED'
037900         SET EUL1-EXM-ERROR TO TRUE
038000     END-IF.
038100 4000-EXIT.
038200     EXIT.
038300*
038400******************************************************************
038500*    5000-APPLY-ACTION - STAMP THE OPERATOR, TIMESTAMP, AND      *
038600*    COMMENT AND REWRITE THE EXCEPTION.  RESOLVING AN OPEN       *
038700*    EXCEPTION STAMPS THE ACKNOWLEDGEMENT AT THE SAME TIME.      *
038800******************************************************************
038900 5000-APPLY-ACTION.
039000     IF EUL1-EXQ-OPEN
039100         MOVE EUL1-EXM-OPERATOR TO EUL1-EXQ-ACK-OPERATOR
039200         MOVE EUL1-EXM-TIMESTAMP TO EUL1-EXQ-ACK-TIMESTAMP
039300         MOVE EUL1-EXM-COMMENT TO EUL1-EXQ-ACK-COMMENT
039400         SET EUL1-EXQ-ACKNOWLEDGED TO TRUE
039500     END-IF.
039600     IF EUL1-EXM-ACT-RESOLVE
039700         MOVE EUL1-EXM-OPERATOR TO EUL1-EXQ-RES-OPERATOR
039800         MOVE EUL1-EXM-TIMESTAMP TO EUL1-EXQ-RES-TIMESTAMP
039900         MOVE EUL1-EXM-COMMENT TO EUL1-EXQ-RES-COMMENT
040000         SET EUL1-EXQ-RESOLVED TO TRUE
040100     END-IF.
040200     MOVE EUL1-EXQ-RECORD TO EUL1-EXQ-CARD.
040300     REWRITE EUL1-EXQ-CARD
040400         INVALID KEY
040500             DISPLAY 'EUL1EXM - REWRITE OF EXCEPTION FAILED - '
040600                 'NO UPDATE APPLIED'
040700             GO TO 5000-EXIT
040800     END-REWRITE.
040900     PERFORM 2200-SET-STATUS-TEXT THRU 2200-EXIT.
041000     DISPLAY 'EUL1EXM - EXCEPTION ' EUL1-EXM-STATUS-TEXT
041100         ' BY ' EUL1-EXM-OPERATOR ' AT ' EUL1-EXM-TIMESTAMP.
041200 5000-EXIT.
041300     EXIT.
041400*
041500******************************************************************
041600*    8000-CLOSE-QUEUE - CLOSE THE QUEUE BEFORE THE TRANSACTION   *
041700*    ENDS, WHATEVER PATH IT ENDS BY.                             *
041800******************************************************************
041900 8000-CLOSE-QUEUE.
042000     CLOSE EUL1-EXCEPTION-FILE.
042100 8000-EXIT.
042200     EXIT.
