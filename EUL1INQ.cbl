001990*                      OTHER READERS DO, ENDING WITH CONDITION *
001991*                      CODE 12 WHEN THE AUDIT TRAIL DOES NOT   *
001992*                      BALANCE.                                *
001994*        OCT2026  JDM  A CONTROL BLOCK BALANCE FAILURE IS ALSO *
001996*                      RAISED ON THE EXCEPTION QUEUE.          *
002000*                                                                *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
003200     SELECT EUL1-AUDIT-FILE  ASSIGN TO EUL1AUD
003300                             ORGANIZATION IS SEQUENTIAL
003400                             FILE STATUS IS EUL1-AUD-FILE-STATUS.
003410*
003420     SELECT EUL1-EXCEPTION-FILE ASSIGN TO EUL1EXQ
003430                             ORGANIZATION IS INDEXED
003440                             ACCESS MODE IS DYNAMIC
003450                             RECORD KEY IS EUL1-EXQ-KEY
003460                             FILE STATUS IS EUL1-EXQ-FILE-STATUS.
003500*
003600 DATA DIVISION.
003700 FILE SECTION.
004000     RECORD CONTAINS 200 CHARACTERS.
004100 01  EUL1-AUD-CARD           PIC X(200).
004200*
004210 FD  EUL1-EXCEPTION-FILE
004220     LABEL RECORDS ARE STANDARD
004230     RECORD CONTAINS 300 CHARACTERS.
004240 01  EUL1-EXQ-CARD.
004250     05  EUL1-EXQ-KEY            PIC X(28).
004260     05  FILLER                  PIC X(272).
004270*
004300 WORKING-STORAGE SECTION.
004400*
004500******************************************************************
004840******************************************************************
004850 COPY EUL1CTR.
004900*
004910******************************************************************
004920*    EXCEPTION QUEUE RECORD WORKING STORAGE                     *
004930******************************************************************
004940 COPY EUL1EXQ.
004950*
005000******************************************************************
005100*    SWITCHES                                                   *
005200******************************************************************
005300 77  EUL1-AUD-FILE-STATUS    PIC X(02) VALUE '00'.
005400     88  EUL1-AUD-FILE-OK    VALUE '00'.
005500     88  EUL1-AUD-FILE-NEW   VALUE '35'.
005520*
005540 77  EUL1-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
005560     88  EUL1-EXQ-FILE-OK    VALUE '00'.
005580     88  EUL1-EXQ-FILE-NEW   VALUE '35'.
005600*
005700 77  EUL1-AUD-EOF-SW         PIC X(01) VALUE 'N'.
005800     88  EUL1-AUD-EOF        VALUE 'Y'.
007400******************************************************************
007500*    WORKING FIELDS                                              *
007600******************************************************************
007650 77  EUL1-EXQ-RAISED-CNT     PIC 9(04) VALUE ZERO.
007700 77  EUL1-DVX                PIC 9(02) BINARY VALUE ZERO.
007800 77  EUL1-INQ-MATCHED        PIC 9(08) BINARY VALUE ZERO.
007900 77  EUL1-INQ-GOOD-CNT       PIC 9(08) BINARY VALUE ZERO.
032020         DISPLAY 'EUL1INQ - THE AUDIT TRAIL DOES NOT BALANCE '
032030             '- THE COUNTS ABOVE MAY BE INCOMPLETE'
032040         MOVE 12 TO RETURN-CODE
032041         MOVE SPACES TO EUL1-EXQ-RECORD
032042         SET EUL1-EXQ-SEV-IMBALANCE TO TRUE
032043         MOVE 'AUDIT TRAIL CONTROL BLOCKS OUT OF BALANCE'
032044             TO EUL1-EXQ-MESSAGE
032045         PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT
032050     END-IF.
032100 8000-EXIT.
032200     EXIT.
032300*
032400******************************************************************
032500*    8960-QUEUE-EXCEPTION - RAISE AN OPEN EXCEPTION ON THE       *
032600*    SHARED EXCEPTION QUEUE.  THE CALLER HAS FILLED THE RUN-ID,  *
032700*    SCENARIO, SEVERITY, AND MESSAGE; THE KEY IS THE CURRENT     *
032800*    DATE AND TIME, THE PROGRAM, AND A SEQUENCE NUMBER WITHIN    *
032900*    THE RUN.  THE QUEUE IS OPENED ONLY FOR THE ONE WRITE, AND A *
033000*    QUEUE THAT CANNOT BE OPENED IS REPORTED BUT NEVER FAILS     *
033100*    THE STEP.                                                   *
033200******************************************************************
033300 8960-QUEUE-EXCEPTION.
033400     ACCEPT EUL1-EXQ-RAISED-DATE FROM DATE YYYYMMDD.
033500     ACCEPT EUL1-EXQ-RAISED-TIME FROM TIME.
033600     MOVE 'EUL1INQ' TO EUL1-EXQ-PROGRAM.
033700     ADD 1 TO EUL1-EXQ-RAISED-CNT.
033800     MOVE EUL1-EXQ-RAISED-CNT TO EUL1-EXQ-SEQ.
033900     SET EUL1-EXQ-OPEN TO TRUE.
034000     MOVE SPACES TO EUL1-EXQ-ACK-OPERATOR.
034100     MOVE SPACES TO EUL1-EXQ-ACK-TIMESTAMP.
034200     MOVE SPACES TO EUL1-EXQ-ACK-COMMENT.
034300     MOVE SPACES TO EUL1-EXQ-RES-OPERATOR.
034400     MOVE SPACES TO EUL1-EXQ-RES-TIMESTAMP.
034500     MOVE SPACES TO EUL1-EXQ-RES-COMMENT.
034600     OPEN I-O EUL1-EXCEPTION-FILE.
034700     IF EUL1-EXQ-FILE-NEW
034800         OPEN OUTPUT EUL1-EXCEPTION-FILE
034900         CLOSE EUL1-EXCEPTION-FILE
035000         OPEN I-O EUL1-EXCEPTION-FILE
035100     END-IF.
035200     IF NOT EUL1-EXQ-FILE-OK
035300         DISPLAY 'EUL1INQ - EXCEPTION QUEUE NOT AVAILABLE - '
035400             'STATUS ' EUL1-EXQ-FILE-STATUS ' - NOT QUEUED:'
035500         DISPLAY '  ' EUL1-EXQ-MESSAGE
035600         GO TO 8960-EXIT
035700     END-IF.
035800     MOVE EUL1-EXQ-RECORD TO EUL1-EXQ-CARD.
035900     WRITE EUL1-EXQ-CARD
036000         INVALID KEY
036100             DISPLAY 'EUL1INQ - EXCEPTION QUEUE WRITE FAILED - '
036200                 'NOT QUEUED:'
036300             DISPLAY '  ' EUL1-EXQ-MESSAGE
036400     END-WRITE.
036500     CLOSE EUL1-EXCEPTION-FILE.
036600 8960-EXIT.
036700     EXIT.
