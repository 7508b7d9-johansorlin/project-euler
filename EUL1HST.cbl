002200*                                                                *
002300*    MODIFICATION HISTORY:                                      *
002400*        SEP2026  JDM  ORIGINAL PROGRAM.                        *
002430*        OCT2026  JDM  A CONTROL BLOCK BALANCE FAILURE IS ALSO  *
002460*                      RAISED ON THE EXCEPTION QUEUE.           *
002500*                                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
004900     SELECT EUL1-REPORT-FILE ASSIGN TO EUL1HRP
005000                             ORGANIZATION IS SEQUENTIAL
005100                             FILE STATUS IS EUL1-HRP-FILE-STATUS.
005110*
005120     SELECT EUL1-EXCEPTION-FILE ASSIGN TO EUL1EXQ
005130                             ORGANIZATION IS INDEXED
005140                             ACCESS MODE IS DYNAMIC
005150                             RECORD KEY IS EUL1-EXQ-KEY
005160                             FILE STATUS IS EUL1-EXQ-FILE-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
007200     RECORD CONTAINS 132 CHARACTERS.
007300 01  EUL1-HRP-PRINT-LINE     PIC X(132).
007400*
007410 FD  EUL1-EXCEPTION-FILE
007420     LABEL RECORDS ARE STANDARD
007430     RECORD CONTAINS 300 CHARACTERS.
007440 01  EUL1-EXQ-CARD.
007450     05  EUL1-EXQ-KEY            PIC X(28).
007460     05  FILLER                  PIC X(272).
007470*
007500 WORKING-STORAGE SECTION.
007600*
007700******************************************************************
012100 01  EUL1-HST-SWAP-ENTRY     PIC X(229).
012200 01  EUL1-HST-WORK-REC       PIC X(200).
012300*
012310******************************************************************
012320*    EXCEPTION QUEUE RECORD WORKING STORAGE                     *
012330******************************************************************
012340 COPY EUL1EXQ.
012350*
012400******************************************************************
012500*    SWITCHES                                                   *
012600******************************************************************
013900 77  EUL1-HRP-FILE-STATUS    PIC X(02) VALUE '00'.
014000     88  EUL1-HRP-FILE-OK    VALUE '00'.
014100     88  EUL1-HRP-FILE-NEW   VALUE '35'.
014120*
014140 77  EUL1-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
014160     88  EUL1-EXQ-FILE-OK    VALUE '00'.
014180     88  EUL1-EXQ-FILE-NEW   VALUE '35'.
014200*
014300 77  EUL1-HPM-EOF-SW         PIC X(01) VALUE 'N'.
014400     88  EUL1-HPM-EOF        VALUE 'Y'.
016200******************************************************************
016300*    WORKING FIELDS                                              *
016400******************************************************************
016450 77  EUL1-EXQ-RAISED-CNT     PIC 9(04) VALUE ZERO.
016500 77  EUL1-HST-CNT            PIC 9(04) BINARY VALUE ZERO.
016600 77  EUL1-HST-LIVE-CNT       PIC 9(04) BINARY VALUE ZERO.
016700 77  EUL1-HST-ARCH-CNT       PIC 9(04) BINARY VALUE ZERO.
058600     END-IF.
058700     IF EUL1-HST-BAL-FAILED
058800         MOVE 12 TO RETURN-CODE
058810         MOVE SPACES TO EUL1-EXQ-RECORD
058820         SET EUL1-EXQ-SEV-IMBALANCE TO TRUE
058825         STRING 'AUDIT TRAIL OR ARCHIVE CONTROL '
058830                'BLOCKS OUT OF BALANCE'
058835                DELIMITED BY SIZE
058840                INTO EUL1-EXQ-MESSAGE
058845         END-STRING
058850         PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT
058900     END-IF.
059000 8000-EXIT.
059100     EXIT.
059200*
059202******************************************************************
059204*    8960-QUEUE-EXCEPTION - RAISE AN OPEN EXCEPTION ON THE       *
059206*    SHARED EXCEPTION QUEUE.  THE CALLER HAS FILLED THE RUN-ID,  *
059208*    SCENARIO, SEVERITY, AND MESSAGE; THE KEY IS THE CURRENT     *
059210*    DATE AND TIME, THE PROGRAM, AND A SEQUENCE NUMBER WITHIN    *
059212*    THE RUN.  THE QUEUE IS OPENED ONLY FOR THE ONE WRITE, AND A *
059214*    QUEUE THAT CANNOT BE OPENED IS REPORTED BUT NEVER FAILS     *
059216*    THE STEP.                                                   *
059218******************************************************************
059220 8960-QUEUE-EXCEPTION.
059222     ACCEPT EUL1-EXQ-RAISED-DATE FROM DATE YYYYMMDD.
059224     ACCEPT EUL1-EXQ-RAISED-TIME FROM TIME.
059226     MOVE 'EUL1HST' TO EUL1-EXQ-PROGRAM.
059228     ADD 1 TO EUL1-EXQ-RAISED-CNT.
059230     MOVE EUL1-EXQ-RAISED-CNT TO EUL1-EXQ-SEQ.
059232     SET EUL1-EXQ-OPEN TO TRUE.
059234     MOVE SPACES TO EUL1-EXQ-ACK-OPERATOR.
059236     MOVE SPACES TO EUL1-EXQ-ACK-TIMESTAMP.
059238     MOVE SPACES TO EUL1-EXQ-ACK-COMMENT.
059240     MOVE SPACES TO EUL1-EXQ-RES-OPERATOR.
059242     MOVE SPACES TO EUL1-EXQ-RES-TIMESTAMP.
059244     MOVE SPACES TO EUL1-EXQ-RES-COMMENT.
059246     OPEN I-O EUL1-EXCEPTION-FILE.
059248     IF EUL1-EXQ-FILE-NEW
059250         OPEN OUTPUT EUL1-EXCEPTION-FILE
059252         CLOSE EUL1-EXCEPTION-FILE
059254         OPEN I-O EUL1-EXCEPTION-FILE
059256     END-IF.
059258     IF NOT EUL1-EXQ-FILE-OK
059260         DISPLAY 'EUL1HST - EXCEPTION QUEUE NOT AVAILABLE - '
059262             'STATUS ' EUL1-EXQ-FILE-STATUS ' - NOT QUEUED:'
059264         DISPLAY '  ' EUL1-EXQ-MESSAGE
059266         GO TO 8960-EXIT
059268     END-IF.
059270     MOVE EUL1-EXQ-RECORD TO EUL1-EXQ-CARD.
059272     WRITE EUL1-EXQ-CARD
059274         INVALID KEY
059276             DISPLAY 'EUL1HST - EXCEPTION QUEUE WRITE FAILED - '
059278                 'NOT QUEUED:'
059280             DISPLAY '  ' EUL1-EXQ-MESSAGE
059282     END-WRITE.
059284     CLOSE EUL1-EXCEPTION-FILE.
059286 8960-EXIT.
059288     EXIT.
059290*
059300******************************************************************
059400*    9999-EXIT - FATAL ERROR EXIT.  THE RETURN-CODE HAS ALREADY  *
059500*    BEEN SET BY THE PARAGRAPH THAT DETECTED THE ERROR.          *
