002060*                      ARCHIVE AND THE REPLACEMENT LIVE FILE.  *
002070*                      A BLOCK IS ROUTED WHOLE BY ITS          *
002080*                      HEADER'S RUN DATE.                      *
002086*        OCT2026  JDM  A CONTROL BLOCK BALANCE FAILURE IS ALSO *
002092*                      RAISED ON THE EXCEPTION QUEUE.          *
002100*                                                                *
002200******************************************************************
002300 IDENTIFICATION DIVISION.
004900     SELECT EUL1-REPORT-FILE ASSIGN TO EUL1ARP
005000                             ORGANIZATION IS SEQUENTIAL
005100                             FILE STATUS IS EUL1-ARP-FILE-STATUS.
005110*
005120     SELECT EUL1-EXCEPTION-FILE ASSIGN TO EUL1EXQ
005130                             ORGANIZATION IS INDEXED
005140                             ACCESS MODE IS DYNAMIC
005150                             RECORD KEY IS EUL1-EXQ-KEY
005160                             FILE STATUS IS EUL1-EXQ-FILE-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
007700     RECORD CONTAINS 132 CHARACTERS.
007800 01  EUL1-ARP-PRINT-LINE     PIC X(132).
007900*
007910 FD  EUL1-EXCEPTION-FILE
007920     LABEL RECORDS ARE STANDARD
007930     RECORD CONTAINS 300 CHARACTERS.
007940 01  EUL1-EXQ-CARD.
007950     05  EUL1-EXQ-KEY            PIC X(28).
007960     05  FILLER                  PIC X(272).
007970*
008000 WORKING-STORAGE SECTION.
008100*
008200******************************************************************
009600     05  EUL1-ARC-RETEN-DAYS PIC 9(04).
009700     05  FILLER              PIC X(76).
009800*
009810******************************************************************
009820*    EXCEPTION QUEUE RECORD WORKING STORAGE                     *
009830******************************************************************
009840 COPY EUL1EXQ.
009850*
009900******************************************************************
010000*    SWITCHES                                                   *
010100******************************************************************
011800 77  EUL1-ARP-FILE-STATUS    PIC X(02) VALUE '00'.
011900     88  EUL1-ARP-FILE-OK    VALUE '00'.
012000     88  EUL1-ARP-FILE-NEW   VALUE '35'.
012020*
012040 77  EUL1-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
012060     88  EUL1-EXQ-FILE-OK    VALUE '00'.
012080     88  EUL1-EXQ-FILE-NEW   VALUE '35'.
012100*
012200 77  EUL1-AUD-EOF-SW         PIC X(01) VALUE 'N'.
012300     88  EUL1-AUD-EOF        VALUE 'Y'.
012900******************************************************************
013000*    WORKING FIELDS                                              *
013100******************************************************************
013150 77  EUL1-EXQ-RAISED-CNT     PIC 9(04) VALUE ZERO.
013200 77  EUL1-ARC-READ-CNT       PIC 9(08) BINARY VALUE ZERO.
013300 77  EUL1-ARC-ARCH-CNT       PIC 9(08) BINARY VALUE ZERO.
013400 77  EUL1-ARC-KEEP-CNT       PIC 9(08) BINARY VALUE ZERO.
031300     END-IF.
031310     IF EUL1-ARC-BAL-FAILED
031320         MOVE 12 TO RETURN-CODE
031321         MOVE SPACES TO EUL1-EXQ-RECORD
031322         SET EUL1-EXQ-SEV-IMBALANCE TO TRUE
031323         MOVE 'AUDIT TRAIL CONTROL BLOCKS OUT OF BALANCE'
031324             TO EUL1-EXQ-MESSAGE
031325         PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT
031330     END-IF.
031400 8000-EXIT.
031500     EXIT.
033200 8100-EXIT.
033300     EXIT.
033400*
033402******************************************************************
033404*    8960-QUEUE-EXCEPTION - RAISE AN OPEN EXCEPTION ON THE       *
033406*    SHARED EXCEPTION QUEUE.  THE CALLER HAS FILLED THE RUN-ID,  *
033408*    SCENARIO, SEVERITY, AND MESSAGE; THE KEY IS THE CURRENT     *
033410*    DATE AND TIME, THE PROGRAM, AND A SEQUENCE NUMBER WITHIN    *
033412*    THE RUN.  THE QUEUE IS OPENED ONLY FOR THE ONE WRITE, AND A *
033414*    QUEUE THAT CANNOT BE OPENED IS REPORTED BUT NEVER FAILS     *
033416*    THE STEP.                                                   *
033418******************************************************************
033420 8960-QUEUE-EXCEPTION.
033422     ACCEPT EUL1-EXQ-RAISED-DATE FROM DATE YYYYMMDD.
033424     ACCEPT EUL1-EXQ-RAISED-TIME FROM TIME.
033426     MOVE 'EUL1ARC' TO EUL1-EXQ-PROGRAM.
033428     ADD 1 TO EUL1-EXQ-RAISED-CNT.
033430     MOVE EUL1-EXQ-RAISED-CNT TO EUL1-EXQ-SEQ.
033432     SET EUL1-EXQ-OPEN TO TRUE.
033434     MOVE SPACES TO EUL1-EXQ-ACK-OPERATOR.
033436     MOVE SPACES TO EUL1-EXQ-ACK-TIMESTAMP.
033438     MOVE SPACES TO EUL1-EXQ-ACK-COMMENT.
033440     MOVE SPACES TO EUL1-EXQ-RES-OPERATOR.
033442     MOVE SPACES TO EUL1-EXQ-RES-TIMESTAMP.
033444     MOVE SPACES TO EUL1-EXQ-RES-COMMENT.
033446     OPEN I-O EUL1-EXCEPTION-FILE.
033448     IF EUL1-EXQ-FILE-NEW
033450         OPEN OUTPUT EUL1-EXCEPTION-FILE
033452         CLOSE EUL1-EXCEPTION-FILE
033454         OPEN I-O EUL1-EXCEPTION-FILE
033456     END-IF.
033458     IF NOT EUL1-EXQ-FILE-OK
033460         DISPLAY 'EUL1ARC - EXCEPTION QUEUE NOT AVAILABLE - '
033462             'STATUS ' EUL1-EXQ-FILE-STATUS ' - NOT QUEUED:'
033464         DISPLAY '  ' EUL1-EXQ-MESSAGE
033466         GO TO 8960-EXIT
033468     END-IF.
033470     MOVE EUL1-EXQ-RECORD TO EUL1-EXQ-CARD.
033472     WRITE EUL1-EXQ-CARD
033474         INVALID KEY
033476             DISPLAY 'EUL1ARC - EXCEPTION QUEUE WRITE FAILED - '
033478                 'NOT QUEUED:'
033480             DISPLAY '  ' EUL1-EXQ-MESSAGE
033482     END-WRITE.
033484     CLOSE EUL1-EXCEPTION-FILE.
033486 8960-EXIT.
033488     EXIT.
033490*
033500******************************************************************
033600*    9999-EXIT - FATAL ERROR EXIT.  THE RETURN-CODE HAS ALREADY *
033700*    BEEN SET BY THE PARAGRAPH THAT DETECTED THE ERROR.         *
