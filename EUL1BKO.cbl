002100*        BACKOUT CARD NOTHING IS TOUCHED; A FOLLOW-ON JOB       *
002200*        STEP COPIES THE REPLACEMENT FILES BACK OVER THE LIVE   *
002300*        DATASETS, AS THE ARCHIVE JOB DOES.                     *
002310*        THE REQUESTING OPERATOR MUST HOLD THE BACKOUT          *
002320*        REQUESTER ROLE ON THE OPERATOR AUTHORITY FILE          *
002330*        (EUL1OPA); OTHERWISE THE REFUSAL IS LOGGED TO THE      *
002340*        SECURITY VIOLATION FILE (EUL1SEC) AND THE RUN ABENDS   *
002350*        WITH NOTHING TOUCHED.                                  *
002400*                                                                *
002500*    MODIFICATION HISTORY:                                      *
002600*        SEP2026  JDM  ORIGINAL PROGRAM.                        *
002693*                      BYTES AND AN INCOMING HEADER IS NEVER  *
002694*                      OVERWRITTEN WHILE A PRIOR BLOCK IS     *
002695*                      BEING CLOSED OUT.                      *
002696*        OCT2026  JDM  A CONTROL BLOCK BALANCE FAILURE IS     *
002697*                      ALSO RAISED ON THE EXCEPTION QUEUE.    *
002698*        OCT2026  JDM  THE BACKOUT IS REFUSED, AND NOTHING    *
002699*                      TOUCHED, UNLESS THE REQUESTING         *
002700*                      OPERATOR ON THE CARD HOLDS THE BACKOUT *
002701*                      REQUESTER ROLE ON THE OPERATOR         *
002702*                      AUTHORITY FILE (EUL1OPA); A REFUSAL IS *
002703*                      LOGGED TO THE SECURITY VIOLATION FILE  *
002704*                      (EUL1SEC).                             *
002714*        OCT2026  JDM  THE AUTHORITY RECORD IS TAKEN FROM THE *
002724*                      RECORD AREA BEFORE THE FILE IS CLOSED, *
002734*                      AND A READ THAT FAILS FOR ANY REASON   *
002744*                      OTHER THAN RECORD NOT FOUND AUTHORIZES *
002754*                      NOBODY.                                *
002764*                                                                *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. EUL1BKO.
006300     SELECT EUL1-REPORT-FILE ASSIGN TO EUL1BRP
006400                             ORGANIZATION IS SEQUENTIAL
006500                             FILE STATUS IS EUL1-BRP-FILE-STATUS.
006510*
006520     SELECT EUL1-EXCEPTION-FILE ASSIGN TO EUL1EXQ
006530                             ORGANIZATION IS INDEXED
006540                             ACCESS MODE IS DYNAMIC
006550                             RECORD KEY IS EUL1-EXQ-KEY
006560                             FILE STATUS IS EUL1-EXQ-FILE-STATUS.
006563*
006566     SELECT EUL1-AUTHORITY-FILE ASSIGN TO EUL1OPA
006569                             ORGANIZATION IS INDEXED
006572                             ACCESS MODE IS DYNAMIC
006575                             RECORD KEY IS EUL1-OPA-KEY
006578                             FILE STATUS IS EUL1-OPA-FILE-STATUS.
006581*
006584     SELECT EUL1-SECLOG-FILE ASSIGN TO EUL1SEC
006587                             ORGANIZATION IS SEQUENTIAL
006590                             FILE STATUS IS EUL1-SEC-FILE-STATUS.
006600*
006700 DATA DIVISION.
006800 FILE SECTION.
010100     RECORD CONTAINS 132 CHARACTERS.
010200 01  EUL1-BRP-PRINT-LINE     PIC X(132).
010300*
010310 FD  EUL1-EXCEPTION-FILE
010320     LABEL RECORDS ARE STANDARD
010330     RECORD CONTAINS 300 CHARACTERS.
010340 01  EUL1-EXQ-CARD.
010350     05  EUL1-EXQ-KEY            PIC X(28).
010360     05  FILLER                  PIC X(272).
010370*
010372 FD  EUL1-AUTHORITY-FILE
010374     LABEL RECORDS ARE STANDARD
010376     RECORD CONTAINS 200 CHARACTERS.
010378 01  EUL1-OPA-CARD.
010380     05  EUL1-OPA-KEY            PIC X(08).
010382     05  FILLER                  PIC X(192).
010384*
010386 FD  EUL1-SECLOG-FILE
010388     LABEL RECORDS ARE STANDARD
010390     RECORD CONTAINS 200 CHARACTERS.
010392 01  EUL1-SEC-CARD           PIC X(200).
010394*
010400 WORKING-STORAGE SECTION.
010500*
010600******************************************************************
012900     05  EUL1-BKO-P-OPERATOR PIC X(08).
013000     05  FILLER              PIC X(48).
013100*
013110******************************************************************
013120*    EXCEPTION QUEUE RECORD WORKING STORAGE                     *
013130******************************************************************
013140 COPY EUL1EXQ.
013150*
013154******************************************************************
013158*    OPERATOR AUTHORITY RECORD WORKING STORAGE                  *
013162******************************************************************
013166 COPY EUL1OPA.
013170*
013174******************************************************************
013178*    SECURITY VIOLATION RECORD WORKING STORAGE                  *
013182******************************************************************
013186 COPY EUL1SEC.
013190*
013200******************************************************************
013300*    SWITCHES                                                   *
013400******************************************************************
015600 77  EUL1-BRP-FILE-STATUS    PIC X(02) VALUE '00'.
015700     88  EUL1-BRP-FILE-OK    VALUE '00'.
015800     88  EUL1-BRP-FILE-NEW   VALUE '35'.
015820*
015840 77  EUL1-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
015860     88  EUL1-EXQ-FILE-OK    VALUE '00'.
015880     88  EUL1-EXQ-FILE-NEW   VALUE '35'.
015882*
015884 77  EUL1-OPA-FILE-STATUS    PIC X(02) VALUE '00'.
015886     88  EUL1-OPA-FILE-OK    VALUE '00'.
015888     88  EUL1-OPA-FILE-NEW   VALUE '35'.
015890*
015892 77  EUL1-SEC-FILE-STATUS    PIC X(02) VALUE '00'.
015894     88  EUL1-SEC-FILE-OK    VALUE '00'.
015896     88  EUL1-SEC-FILE-NEW   VALUE '35'.
015900*
016000 77  EUL1-BPM-EOF-SW         PIC X(01) VALUE 'N'.
016100     88  EUL1-BPM-EOF        VALUE 'Y'.
017500******************************************************************
017600*    WORKING FIELDS                                              *
017700******************************************************************
017750 77  EUL1-EXQ-RAISED-CNT     PIC 9(04) VALUE ZERO.
017800 77  EUL1-BKO-FEED-READ      PIC 9(08) BINARY VALUE ZERO.
017900 77  EUL1-BKO-FEED-REVERSED  PIC 9(08) BINARY VALUE ZERO.
018000 77  EUL1-BKO-FEED-RETAINED  PIC 9(08) BINARY VALUE ZERO.
020800*    1000-INITIALIZE - PICK UP AND EDIT THE BACKOUT CARD, BUILD  *
020900*    THE BACKOUT'S OWN RUN-ID, AND OPEN THE FILES.  WITHOUT A    *
021000*    VALID CARD THE RUN ABENDS AND NOTHING IS TOUCHED.           *
021030*    THE SAME HOLDS WHEN THE REQUESTING OPERATOR IS NOT          *
021060*    AUTHORIZED TO BACK OUT A RUN.                               *
021100******************************************************************
021200 1000-INITIALIZE.
021300     OPEN INPUT EUL1-BKOREQ-FILE.
024700            EUL1-BKO-RUN-TIME(1:6) DELIMITED BY SIZE
024800            INTO EUL1-BKO-RUN-ID
024900     END-STRING.
024907     MOVE SPACES TO EUL1-SEC-RECORD.
024914     SET EUL1-OPA-FOR-BACKOUT TO TRUE.
024921     STRING 'BACK OUT RUN ' EUL1-BKO-P-RUN-ID
024928            ' SCENARIO ' EUL1-BKO-P-SCENARIO DELIMITED BY SIZE
024935            INTO EUL1-SEC-ACTION
024942     END-STRING.
024949     PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT.
024956     IF NOT EUL1-SEC-AUTHORIZED
024963         DISPLAY 'EUL1BKO - BACKOUT REFUSED - ABENDING'
024970         MOVE 16 TO RETURN-CODE
024977         GO TO 9999-EXIT
024984     END-IF.
025000     OPEN INPUT EUL1-OUTFEED-FILE.
025100     IF EUL1-OUT-FILE-NEW
025200         SET EUL1-OUT-EOF TO TRUE
027600     WRITE EUL1-BRP-PRINT-LINE.
027700 1000-EXIT.
027800     EXIT.
027801*
027802******************************************************************
027803*    1400-CHECK-AUTHORITY - THE OPERATOR MUST HOLD THE ROLE      *
027804*    NAMED BY EUL1-OPA-ROLE-NO ON THE OPERATOR AUTHORITY FILE,   *
027805*    EFFECTIVE AND NOT EXPIRED TODAY.  THE CALLER HAS CLEARED    *
027806*    THE VIOLATION RECORD AND NAMED THE ACTION ATTEMPTED.  A     *
027807*    REFUSAL IS DISPLAYED AND LOGGED, AND LEAVES                 *
027808*    EUL1-SEC-AUTHORIZED FALSE FOR THE CALLER TO ACT ON.         *
027809******************************************************************
027810 1400-CHECK-AUTHORITY.
027811     MOVE SPACE TO EUL1-SEC-REASON-CODE.
027812     MOVE SPACES TO EUL1-SEC-REASON.
027813     PERFORM 1420-FIND-AUTHORITY THRU 1420-EXIT.
027814     IF EUL1-SEC-AUTHORIZED
027815         GO TO 1400-EXIT
027816     END-IF.
027817     DISPLAY 'EUL1BKO - OPERATOR ' EUL1-BKO-P-OPERATOR
027818         ' IS NOT AUTHORIZED AS '
027819         EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO).
027820     DISPLAY 'EUL1BKO - ' EUL1-SEC-REASON.
027821     PERFORM 1450-LOG-VIOLATION THRU 1450-EXIT.
027822 1400-EXIT.
027823     EXIT.
027824*
027825******************************************************************
027826*    1420-FIND-AUTHORITY - READ THE OPERATOR'S AUTHORITY RECORD  *
027827*    AND JUDGE THE ROLE AGAINST TODAY'S DATE, SETTING THE REASON *
027828*    FOR ANY REFUSAL.  A MISSING OR UNREADABLE AUTHORITY FILE    *
027829*    AUTHORIZES NOBODY.                                          *
027830******************************************************************
027831 1420-FIND-AUTHORITY.
027832     OPEN INPUT EUL1-AUTHORITY-FILE.
027833     IF NOT EUL1-OPA-FILE-OK
027834         SET EUL1-SEC-NO-FILE TO TRUE
027835         STRING 'NO OPERATOR AUTHORITY FILE - STATUS '
027836                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
027837                INTO EUL1-SEC-REASON
027838         END-STRING
027839         GO TO 1420-EXIT
027840     END-IF.
027841     MOVE EUL1-BKO-P-OPERATOR TO EUL1-OPA-KEY.
027842     READ EUL1-AUTHORITY-FILE
027843         INVALID KEY
027844             SET EUL1-SEC-NOT-LISTED TO TRUE
027845             MOVE 'OPERATOR IS NOT ON THE AUTHORITY FILE'
027846                 TO EUL1-SEC-REASON
027847     END-READ.
027849     IF NOT EUL1-SEC-NOT-LISTED
027851        AND NOT EUL1-OPA-FILE-OK
027853         SET EUL1-SEC-NO-FILE TO TRUE
027855         STRING 'AUTHORITY FILE READ FAILED - STATUS '
027857                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
027859                INTO EUL1-SEC-REASON
027861         END-STRING
027863     END-IF.
027865     IF EUL1-SEC-AUTHORIZED
027867         MOVE EUL1-OPA-CARD TO EUL1-OPA-RECORD
027869     END-IF.
027871     CLOSE EUL1-AUTHORITY-FILE.
027873     IF NOT EUL1-SEC-AUTHORIZED
027875         GO TO 1420-EXIT
027877     END-IF.
027879     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) NOT NUMERIC
027881        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) NOT NUMERIC
027883         SET EUL1-SEC-NOT-HELD TO TRUE
027885         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
027887         GO TO 1420-EXIT
027889     END-IF.
027891     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) = ZERO
027893        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) = ZERO
027895         SET EUL1-SEC-NOT-HELD TO TRUE
027897         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
027899         GO TO 1420-EXIT
027901     END-IF.
027903     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) > EUL1-BKO-RUN-DATE
027905         SET EUL1-SEC-NOT-YET TO TRUE
027907         STRING 'ROLE IS NOT EFFECTIVE UNTIL '
027909                EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO)
027911                DELIMITED BY SIZE
027913                INTO EUL1-SEC-REASON
027915         END-STRING
027917         GO TO 1420-EXIT
027919     END-IF.
027921     IF EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) < EUL1-BKO-RUN-DATE
027923         SET EUL1-SEC-EXPIRED TO TRUE
027925         STRING 'ROLE EXPIRED '
027927                EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO)
027929                DELIMITED BY SIZE
027931                INTO EUL1-SEC-REASON
027933         END-STRING
027935     END-IF.
027937 1420-EXIT.
027939     EXIT.
027941*
027943******************************************************************
027945*    1450-LOG-VIOLATION - APPEND THE REFUSAL TO THE SECURITY     *
027947*    VIOLATION FILE.  A FILE THAT CANNOT BE OPENED IS REPORTED;  *
027949*    THE ACTION IS REFUSED EITHER WAY.                           *
027951******************************************************************
027953 1450-LOG-VIOLATION.
027955     MOVE EUL1-BKO-RUN-ID TO EUL1-SEC-TIMESTAMP.
027957     MOVE 'EUL1BKO' TO EUL1-SEC-PROGRAM.
027959     MOVE EUL1-BKO-P-OPERATOR TO EUL1-SEC-OPERATOR.
027961     MOVE EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO) TO EUL1-SEC-ROLE.
027963     OPEN EXTEND EUL1-SECLOG-FILE.
027965     IF EUL1-SEC-FILE-NEW
027967         OPEN OUTPUT EUL1-SECLOG-FILE
027969     END-IF.
027971     IF NOT EUL1-SEC-FILE-OK
027973         DISPLAY 'EUL1BKO - SECURITY VIOLATION FILE NOT '
027975             'AVAILABLE - STATUS ' EUL1-SEC-FILE-STATUS
027977             ' - REFUSAL NOT LOGGED'
027979         GO TO 1450-EXIT
027981     END-IF.
027983     MOVE EUL1-SEC-RECORD TO EUL1-SEC-CARD.
027985     WRITE EUL1-SEC-CARD.
027987     CLOSE EUL1-SECLOG-FILE.
027989 1450-EXIT.
027991     EXIT.
027993*
028000******************************************************************
028100*    2000-SWEEP-FEED - PASS THE WHOLE FEED, REMOVING THE         *
028200*    MATCHING RECORDS TO THE REVERSAL DATASET AND COPYING THE    *
043500     END-IF.
043510     IF EUL1-BKO-BAL-FAILED
043520         MOVE 12 TO RETURN-CODE
043521         MOVE SPACES TO EUL1-EXQ-RECORD
043522         MOVE EUL1-BKO-RUN-ID TO EUL1-EXQ-RUN-ID
043523         SET EUL1-EXQ-SEV-IMBALANCE TO TRUE
043524         STRING 'FEED OR AUDIT TRAIL CONTROL '
043525                'BLOCKS OUT OF BALANCE'
043526                DELIMITED BY SIZE
043527                INTO EUL1-EXQ-MESSAGE
043528         END-STRING
043529         PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT
043530     END-IF.
043600 8000-EXIT.
043700     EXIT.
043800*
043802******************************************************************
043804*    8960-QUEUE-EXCEPTION - RAISE AN OPEN EXCEPTION ON THE       *
043806*    SHARED EXCEPTION QUEUE.  THE CALLER HAS FILLED THE RUN-ID,  *
043808*    SCENARIO, SEVERITY, AND MESSAGE; THE KEY IS THE CURRENT     *
043810*    DATE AND TIME, THE PROGRAM, AND A SEQUENCE NUMBER WITHIN    *
043812*    THE RUN.  THE QUEUE IS OPENED ONLY FOR THE ONE WRITE, AND A *
043814*    QUEUE THAT CANNOT BE OPENED IS REPORTED BUT NEVER FAILS     *
043816*    THE STEP.                                                   *
043818******************************************************************
043820 8960-QUEUE-EXCEPTION.
043822     ACCEPT EUL1-EXQ-RAISED-DATE FROM DATE YYYYMMDD.
043824     ACCEPT EUL1-EXQ-RAISED-TIME FROM TIME.
043826     MOVE 'EUL1BKO' TO EUL1-EXQ-PROGRAM.
043828     ADD 1 TO EUL1-EXQ-RAISED-CNT.
043830     MOVE EUL1-EXQ-RAISED-CNT TO EUL1-EXQ-SEQ.
043832     SET EUL1-EXQ-OPEN TO TRUE.
043834     MOVE SPACES TO EUL1-EXQ-ACK-OPERATOR.
043836     MOVE SPACES TO EUL1-EXQ-ACK-TIMESTAMP.
043838     MOVE SPACES TO EUL1-EXQ-ACK-COMMENT.
043840     MOVE SPACES TO EUL1-EXQ-RES-OPERATOR.
043842     MOVE SPACES TO EUL1-EXQ-RES-TIMESTAMP.
043844     MOVE SPACES TO EUL1-EXQ-RES-COMMENT.
043846     OPEN I-O EUL1-EXCEPTION-FILE.
043848     IF EUL1-EXQ-FILE-NEW
043850         OPEN OUTPUT EUL1-EXCEPTION-FILE
043852         CLOSE EUL1-EXCEPTION-FILE
043854         OPEN I-O EUL1-EXCEPTION-FILE
043856     END-IF.
043858     IF NOT EUL1-EXQ-FILE-OK
043860         DISPLAY 'EUL1BKO - EXCEPTION QUEUE NOT AVAILABLE - '
043862             'STATUS ' EUL1-EXQ-FILE-STATUS ' - NOT QUEUED:'
043864         DISPLAY '  ' EUL1-EXQ-MESSAGE
043866         GO TO 8960-EXIT
043868     END-IF.
043870     MOVE EUL1-EXQ-RECORD TO EUL1-EXQ-CARD.
043872     WRITE EUL1-EXQ-CARD
043874         INVALID KEY
043876             DISPLAY 'EUL1BKO - EXCEPTION QUEUE WRITE FAILED - '
043878                 'NOT QUEUED:'
043880             DISPLAY '  ' EUL1-EXQ-MESSAGE
043882     END-WRITE.
043884     CLOSE EUL1-EXCEPTION-FILE.
043886 8960-EXIT.
043888     EXIT.
043890*
043900******************************************************************
044000*    9999-EXIT - FATAL ERROR EXIT.  THE RETURN-CODE HAS ALREADY  *
044100*    BEEN SET BY THE PARAGRAPH THAT DETECTED THE ERROR.          *
