002370*                      AUDIT TRAIL, FAILING THE STEP WITH     *
002380*                      CONDITION CODE 12 WHEN EITHER FILE     *
002390*                      DOES NOT BALANCE.                      *
002391*        OCT2026  JDM  RECORDS EACH VERIFIED RUN ON THE FEED  *
002392*                      RELEASE LEDGER AS RELEASED OR HELD,     *
002393*                      WITH THE FIRST FAILURE REASON, SO THE   *
002394*                      EXTRACT AND TREND PROGRAMS PASS ONLY    *
002395*                      RELEASED RUNS.                          *
002396*        OCT2026  JDM  THE STEP LOGS ITS START AND END, AND    *
002397*                      THE TIME SPENT ON EACH SCENARIO WITH    *
002398*                      THE METHOD USED (FULL RECOUNT OR        *
002399*                      SAMPLING), TO THE SHARED BATCH-WINDOW   *
002400*                      TIMING FILE (EUL1TIM) FOR THE EUL1TMR   *
002401*                      ELAPSED-TIME TREND.                     *
002402*        OCT2026  JDM  EACH VERIFICATION FAILURE, AND A FILE   *
002403*                      BALANCE FAILURE, IS ALSO RAISED ON THE  *
002404*                      EXCEPTION QUEUE.                        *
002405*        OCT2026  JDM  A RUN WITH TOO MANY FEED RECORDS IS     *
002406*                      QUEUED WITH ITS OTHER FAILURES, AND A   *
002407*                      RELEASE LEDGER THAT CANNOT BE OPENED    *
002408*                      FAILS THE STEP WITH CODE 16.            *
002409*                                                                *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. EUL1VFY.
004000     SELECT EUL1-AUDIT-FILE  ASSIGN TO EUL1AUD
004100                             ORGANIZATION IS SEQUENTIAL
004200                             FILE STATUS IS EUL1-AUD-FILE-STATUS.
004210*
004220     SELECT EUL1-RELEASE-FILE ASSIGN TO EUL1RLS
004230                             ORGANIZATION IS INDEXED
004240                             ACCESS MODE IS DYNAMIC
004250                             RECORD KEY IS EUL1-RLS-KEY
004260                             FILE STATUS IS EUL1-RLS-FILE-STATUS.
004268*
004276     SELECT EUL1-TIMING-FILE ASSIGN TO EUL1TIM
004284                             ORGANIZATION IS SEQUENTIAL
004292                             FILE STATUS IS EUL1-TIM-FILE-STATUS.
004293*
004294     SELECT EUL1-EXCEPTION-FILE ASSIGN TO EUL1EXQ
004295                             ORGANIZATION IS INDEXED
004296                             ACCESS MODE IS DYNAMIC
004297                             RECORD KEY IS EUL1-EXQ-KEY
004298                             FILE STATUS IS EUL1-EXQ-FILE-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
005200     LABEL RECORDS ARE STANDARD
005300     RECORD CONTAINS 200 CHARACTERS.
005400 01  EUL1-AUD-CARD           PIC X(200).
005410*
005420 FD  EUL1-RELEASE-FILE
005430     LABEL RECORDS ARE STANDARD
005440     RECORD CONTAINS 200 CHARACTERS.
005450 01  EUL1-RLS-CARD.
005460     05  EUL1-RLS-KEY            PIC X(14).
005470     05  FILLER                  PIC X(186).
005475*
005480 FD  EUL1-TIMING-FILE
005485     LABEL RECORDS ARE STANDARD
005490     RECORD CONTAINS 80 CHARACTERS.
005495 01  EUL1-TIM-CARD           PIC X(80).
005500*
005510 FD  EUL1-EXCEPTION-FILE
005520     LABEL RECORDS ARE STANDARD
005530     RECORD CONTAINS 300 CHARACTERS.
005540 01  EUL1-EXQ-CARD.
005550     05  EUL1-EXQ-KEY            PIC X(28).
005560     05  FILLER                  PIC X(272).
005570*
005600 WORKING-STORAGE SECTION.
005700*
005800******************************************************************
006630*    FEED AND AUDIT CONTROL HEADER/TRAILER RECORDS              *
006640******************************************************************
006650 COPY EUL1CTR.
006658*
006666******************************************************************
006674*    FEED RELEASE LEDGER RECORD WORKING STORAGE                 *
006682******************************************************************
006690 COPY EUL1RLS.
006691*
006692******************************************************************
006693*    BATCH-WINDOW TIMING RECORD                                 *
006694******************************************************************
006695 COPY EUL1TIM.
006700*
006800******************************************************************
006900*    FEED AND AUDIT ROWS OF THE RUN UNDER VERIFICATION          *
007500     05  EUL1-VFY-AUD-ENTRY  PIC X(200)
007600                             OCCURS 100 TIMES.
007700*
007710******************************************************************
007720*    EXCEPTION QUEUE RECORD WORKING STORAGE                     *
007730******************************************************************
007740 COPY EUL1EXQ.
007750*
007800******************************************************************
007900*    SWITCHES                                                   *
008000******************************************************************
008500 77  EUL1-AUD-FILE-STATUS    PIC X(02) VALUE '00'.
008600     88  EUL1-AUD-FILE-OK    VALUE '00'.
008700     88  EUL1-AUD-FILE-NEW   VALUE '35'.
008720*
008740 77  EUL1-RLS-FILE-STATUS    PIC X(02) VALUE '00'.
008760     88  EUL1-RLS-FILE-OK    VALUE '00'.
008780     88  EUL1-RLS-FILE-NEW   VALUE '35'.
008784*
008788 77  EUL1-TIM-FILE-STATUS    PIC X(02) VALUE '00'.
008792     88  EUL1-TIM-FILE-OK    VALUE '00'.
008796     88  EUL1-TIM-FILE-NEW   VALUE '35'.
008797*
008798 77  EUL1-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
008799     88  EUL1-EXQ-FILE-OK    VALUE '00'.
008800     88  EUL1-EXQ-FILE-NEW   VALUE '35'.
008801*
008900 77  EUL1-OUT-EOF-SW         PIC X(01) VALUE 'N'.
009000     88  EUL1-OUT-EOF        VALUE 'Y'.
009100*
010190*
010191 77  EUL1-VFY-BAL-SW         PIC X(01) VALUE 'N'.
010192     88  EUL1-VFY-BAL-FAILED VALUE 'Y'.
010193*
010194 77  EUL1-VFY-RLS-SW         PIC X(01) VALUE 'N'.
010195     88  EUL1-VFY-RLS-FOUND  VALUE 'Y'.
010196     88  EUL1-VFY-RLS-NOT-FOUND VALUE 'N'.
010200*
010300******************************************************************
010400*    VERIFICATION CONTROLS.  LIMITS UNDER THE THRESHOLD ARE     *
011400******************************************************************
011500*    WORKING FIELDS                                              *
011600******************************************************************
011650 77  EUL1-EXQ-RAISED-CNT     PIC 9(04) VALUE ZERO.
011700 77  EUL1-VFY-RUN-ID         PIC X(14) VALUE SPACES.
011800 77  EUL1-VFY-FEED-CNT       PIC 9(03) BINARY VALUE ZERO.
011900 77  EUL1-VFY-AUD-CNT        PIC 9(03) BINARY VALUE ZERO.
013530 77  EUL1-VFY-ABLK-CNT       PIC 9(09) VALUE ZERO.
013540 77  EUL1-VFY-ABLK-HASH      PIC 9(18) VALUE ZERO.
013545 77  EUL1-VFY-ABLK-RUN-ID    PIC X(14) VALUE SPACES.
013552 77  EUL1-VFY-TODAY          PIC 9(08) VALUE ZERO.
013559 77  EUL1-VFY-TIME           PIC 9(08) VALUE ZERO.
013560 77  EUL1-STEP-START-DATE    PIC 9(08) VALUE ZERO.
013561 77  EUL1-STEP-START-TIME    PIC 9(08) VALUE ZERO.
013562 77  EUL1-VFY-REC-START-DATE PIC 9(08) VALUE ZERO.
013563 77  EUL1-VFY-REC-START-TIME PIC 9(08) VALUE ZERO.
013566*
013573 01  EUL1-VFY-TIMESTAMP      PIC X(14) VALUE SPACES.
013580 01  EUL1-VFY-HOLD-REASON    PIC X(60) VALUE SPACES.
013587 01  EUL1-VFY-REASON-TEXT    PIC X(50) VALUE SPACES.
013600*
013700 PROCEDURE DIVISION.
013800*
014000*    0000-MAINLINE                                              *
014100******************************************************************
014200 0000-MAINLINE.
014250     PERFORM 8900-WRITE-STEP-START THRU 8900-EXIT.
014300     PERFORM 1000-LOAD-FEED THRU 1000-EXIT.
014400     PERFORM 2000-LOAD-AUDIT-ROWS THRU 2000-EXIT.
014500     PERFORM 3000-VERIFY-RUN THRU 3000-EXIT.
018700             DISPLAY 'EUL1VFY - MORE THAN 100 FEED RECORDS FOR '
018800                 'ONE RUN - VERIFICATION INCOMPLETE'
018900             ADD 1 TO EUL1-VFY-FAIL-CNT
018910             MOVE 'MORE THAN 100 FEED RECORDS FOR ONE RUN'
018920                 TO EUL1-VFY-REASON-TEXT
018940             PERFORM 3900-NOTE-HOLD-REASON THRU 3900-EXIT
019000         END-IF
019100     END-IF.
019200 1100-EXIT.
024300         GO TO 3000-EXIT
024400     END-IF.
024500     DISPLAY 'EUL1VFY - VERIFYING RUN ' EUL1-VFY-RUN-ID.
024600     PERFORM 3050-TIME-ONE-RECORD THRU 3050-EXIT
024700         VARYING EUL1-FDX FROM 1 BY 1
024800         UNTIL EUL1-FDX > EUL1-VFY-FEED-CNT.
024900 3000-EXIT.
025000     EXIT.
025100*
025103******************************************************************
025106*    3050-TIME-ONE-RECORD - VERIFY ONE FEED RECORD AND LOG THE   *
025109*    TIME IT TOOK, WITH THE LIMIT AND THE METHOD THE LIMIT       *
025112*    CALLED FOR, TO THE BATCH-WINDOW TIMING FILE.                *
025115******************************************************************
025118 3050-TIME-ONE-RECORD.
025121     ACCEPT EUL1-VFY-REC-START-DATE FROM DATE YYYYMMDD.
025124     ACCEPT EUL1-VFY-REC-START-TIME FROM TIME.
025127     PERFORM 3100-VERIFY-ONE-RECORD THRU 3100-EXIT.
025130     MOVE SPACES TO EUL1-TIM-RECORD.
025133     MOVE 'EUL1VFY' TO EUL1-TIM-PROGRAM.
025136     SET EUL1-TIM-SCENARIO-ROW TO TRUE.
025139     MOVE EUL1-VFY-RUN-ID TO EUL1-TIM-RUN-ID.
025142     MOVE EUL1-OUT-SCENARIO TO EUL1-TIM-SCENARIO.
025145     MOVE EUL1-VFY-REC-START-DATE TO EUL1-TIM-START-DATE.
025148     MOVE EUL1-VFY-REC-START-TIME TO EUL1-TIM-START-TIME.
025151     ACCEPT EUL1-TIM-END-DATE FROM DATE YYYYMMDD.
025154     ACCEPT EUL1-TIM-END-TIME FROM TIME.
025157     MOVE ZERO TO EUL1-TIM-RC.
025160     MOVE EUL1-OUT-LIMIT TO EUL1-TIM-LIMIT.
025163     IF EUL1-OUT-LIMIT < EUL1-VFY-THRESHOLD
025166         SET EUL1-TIM-FULL-RECOUNT TO TRUE
025169     ELSE
025172         SET EUL1-TIM-SAMPLING TO TRUE
025175     END-IF.
025178     PERFORM 8950-WRITE-TIMING THRU 8950-EXIT.
025181 3050-EXIT.
025184     EXIT.
025187*
025200******************************************************************
025300*    3100-VERIFY-ONE-RECORD - MATCH ONE FEED RECORD TO ITS      *
025400*    AUDIT ROW, CROSS-CHECK THE TWO SUMS, AND RE-DERIVE THE     *
026100         DISPLAY 'EUL1VFY - ' EUL1-OUT-SCENARIO
026200             ' NO SUCCESS AUDIT ROW FOR FEED RECORD - FAILED'
026300         ADD 1 TO EUL1-VFY-FAIL-CNT
026320         MOVE 'NO SUCCESS AUDIT ROW FOR FEED RECORD'
026340             TO EUL1-VFY-REASON-TEXT
026360         PERFORM 3900-NOTE-HOLD-REASON THRU 3900-EXIT
026400         GO TO 3100-EXIT
026500     END-IF.
026600     IF EUL1-AUD-SUM NOT = EUL1-OUT-SUM
026900             ' DISAGREES WITH FEED SUM ' EUL1-OUT-SUM
027000             ' - FAILED'
027100         ADD 1 TO EUL1-VFY-FAIL-CNT
027120         MOVE 'AUDIT SUM DISAGREES WITH FEED SUM'
027140             TO EUL1-VFY-REASON-TEXT
027160         PERFORM 3900-NOTE-HOLD-REASON THRU 3900-EXIT
027200         GO TO 3100-EXIT
027300     END-IF.
027410     MOVE 1 TO EUL1-VFY-LOWER.
031900             ' DISAGREES WITH FEED SUM ' EUL1-OUT-SUM
032000             ' - FAILED'
032100         ADD 1 TO EUL1-VFY-FAIL-CNT
032120         MOVE 'FULL RECOUNT DISAGREES WITH FEED SUM'
032140             TO EUL1-VFY-REASON-TEXT
032160         PERFORM 3900-NOTE-HOLD-REASON THRU 3900-EXIT
032200     END-IF.
032300 3200-EXIT.
032400     EXIT.
036100         DISPLAY 'EUL1VFY - ' EUL1-OUT-SCENARIO
036200             ' EMPTY SAMPLE - FAILED'
036300         ADD 1 TO EUL1-VFY-FAIL-CNT
036330         MOVE 'EMPTY SAMPLE' TO EUL1-VFY-REASON-TEXT
036360         PERFORM 3900-NOTE-HOLD-REASON THRU 3900-EXIT
036400         GO TO 3300-EXIT
036500     END-IF.
036600     COMPUTE EUL1-VFY-ESTIMATE ROUNDED =
038900             ' BEYOND TOLERANCE OF FEED SUM ' EUL1-OUT-SUM
039000             ' - FAILED'
039100         ADD 1 TO EUL1-VFY-FAIL-CNT
039120         MOVE 'SAMPLE ESTIMATE BEYOND TOLERANCE OF FEED SUM'
039140             TO EUL1-VFY-REASON-TEXT
039160         PERFORM 3900-NOTE-HOLD-REASON THRU 3900-EXIT
039200     END-IF.
039300 3300-EXIT.
039400     EXIT.
041800 3310-EXIT.
041900     EXIT.
042000*
042005******************************************************************
042010*    3900-NOTE-HOLD-REASON - KEEP THE FIRST FAILURE OF THE RUN  *
042015*    AS THE REASON THE RUN IS HELD ON THE RELEASE LEDGER.  THE  *
042020*    CALLER HAS LEFT THE FAILURE TEXT IN EUL1-VFY-REASON-TEXT.  *
042022*    THAT FIRST FAILURE IS ALSO RAISED ON THE EXCEPTION QUEUE.  *
042025******************************************************************
042030 3900-NOTE-HOLD-REASON.
042035     IF EUL1-VFY-HOLD-REASON NOT = SPACES
042040         GO TO 3900-EXIT
042045     END-IF.
042050     STRING EUL1-OUT-SCENARIO DELIMITED BY SPACE
042055            ' - ' DELIMITED BY SIZE
042060            EUL1-VFY-REASON-TEXT DELIMITED BY SIZE
042065            INTO EUL1-VFY-HOLD-REASON
042070     END-STRING.
042071     MOVE SPACES TO EUL1-EXQ-RECORD.
042072     MOVE EUL1-VFY-RUN-ID TO EUL1-EXQ-RUN-ID.
042073     MOVE EUL1-OUT-SCENARIO TO EUL1-EXQ-SCENARIO.
042074     SET EUL1-EXQ-SEV-FAILURE TO TRUE.
042075     STRING 'VERIFICATION FAILED - ' DELIMITED BY SIZE
042076            EUL1-VFY-REASON-TEXT DELIMITED BY SIZE
042077            INTO EUL1-EXQ-MESSAGE
042078     END-STRING.
042079     PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT.
042080 3900-EXIT.
042082     EXIT.
042085*
042100******************************************************************
042200*    8000-TERMINATE - SUMMARIZE AND SET THE CONDITION CODE      *
042300*    THAT RELEASES OR HOLDS THE FEED, AND RECORD THE DECISION   *
042350*    ON THE RELEASE LEDGER.                                     *
042400******************************************************************
042500 8000-TERMINATE.
042600     DISPLAY 'EUL1VFY - RECORDS VERIFIED: ' EUL1-VFY-PASS-CNT
043010     IF EUL1-VFY-BAL-FAILED
043020         DISPLAY 'EUL1VFY - FILE BALANCE FAILURE - THE FEED '
043030             'IS HELD'
043031         MOVE SPACES TO EUL1-EXQ-RECORD
043032         MOVE EUL1-VFY-RUN-ID TO EUL1-EXQ-RUN-ID
043033         SET EUL1-EXQ-SEV-IMBALANCE TO TRUE
043034         STRING 'FEED OR AUDIT CONTROL BLOCKS '
043035                'OUT OF BALANCE - FEED HELD'
043036                DELIMITED BY SIZE
043037                INTO EUL1-EXQ-MESSAGE
043038         END-STRING
043039         PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT
043040         MOVE 12 TO RETURN-CODE
043050     END-IF.
043070     PERFORM 8100-RECORD-RELEASE THRU 8100-EXIT.
043080     PERFORM 8910-WRITE-STEP-END THRU 8910-EXIT.
043100 8000-EXIT.
043200     EXIT.
043300*
043400******************************************************************
043500*    8100-RECORD-RELEASE - WRITE OR REPLACE THE LEDGER ENTRY    *
043600*    OF THE RUN UNDER VERIFICATION: RELEASED WHEN EVERY RECORD  *
043700*    VERIFIED AND BOTH FILES BALANCED, OTHERWISE HELD WITH THE  *
043800*    FIRST FAILURE REASON.  A RE-VERIFICATION IS A FRESH        *
043900*    DECISION AND SUPERSEDES ANY EARLIER ENTRY, INCLUDING A     *
044000*    SUPERVISOR RELEASE.  A MISSING LEDGER IS CREATED EMPTY.    *
044010*    A LEDGER THAT CANNOT BE OPENED FAILS THE STEP WITH CODE 16 *
044020*    AND NO DECISION IS RECORDED.                               *
044100******************************************************************
044200 8100-RECORD-RELEASE.
044300     IF EUL1-VFY-FEED-CNT = ZERO
044400         GO TO 8100-EXIT
044500     END-IF.
044600     ACCEPT EUL1-VFY-TODAY FROM DATE YYYYMMDD.
044700     ACCEPT EUL1-VFY-TIME FROM TIME.
044800     STRING EUL1-VFY-TODAY DELIMITED BY SIZE
044900            EUL1-VFY-TIME(1:6) DELIMITED BY SIZE
045000            INTO EUL1-VFY-TIMESTAMP
045100     END-STRING.
045200     OPEN I-O EUL1-RELEASE-FILE.
045300     IF EUL1-RLS-FILE-NEW
045400         DISPLAY 'EUL1VFY - NO RELEASE LEDGER ON FILE YET - '
045500             'STARTING EMPTY'
045600         OPEN OUTPUT EUL1-RELEASE-FILE
045700         CLOSE EUL1-RELEASE-FILE
045800         OPEN I-O EUL1-RELEASE-FILE
045900     END-IF.
045910     IF NOT EUL1-RLS-FILE-OK
045920         DISPLAY 'EUL1VFY - RELEASE LEDGER NOT AVAILABLE - '
045930             'STATUS ' EUL1-RLS-FILE-STATUS ' - RUN '
045940             EUL1-VFY-RUN-ID ' NOT RECORDED'
045950         MOVE 16 TO RETURN-CODE
045955         MOVE SPACES TO EUL1-EXQ-RECORD
045960         MOVE EUL1-VFY-RUN-ID TO EUL1-EXQ-RUN-ID
045965         SET EUL1-EXQ-SEV-FATAL TO TRUE
045970         STRING 'RELEASE LEDGER NOT AVAILABLE - STATUS '
045975                    DELIMITED BY SIZE
045980                EUL1-RLS-FILE-STATUS DELIMITED BY SIZE
045985                ' - RELEASE DECISION NOT RECORDED'
045987                    DELIMITED BY SIZE
045990                INTO EUL1-EXQ-MESSAGE
045993         END-STRING
045995         PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT
045997         GO TO 8100-EXIT
045999     END-IF.
046000     SET EUL1-VFY-RLS-FOUND TO TRUE.
046100     MOVE EUL1-VFY-RUN-ID TO EUL1-RLS-KEY.
046200     READ EUL1-RELEASE-FILE
046300         INVALID KEY
046400             SET EUL1-VFY-RLS-NOT-FOUND TO TRUE
046500     END-READ.
046600     IF EUL1-VFY-RLS-FOUND
046700         MOVE EUL1-RLS-CARD TO EUL1-RLS-RECORD
046800         IF EUL1-RLS-OVR-OPERATOR NOT = SPACES
046900             DISPLAY 'EUL1VFY - SUPERVISOR RELEASE BY '
047000                 EUL1-RLS-OVR-OPERATOR ' AT '
047100                 EUL1-RLS-OVR-TIMESTAMP
047200                 ' SUPERSEDED BY THIS VERIFICATION'
047300         END-IF
047400     END-IF.
047500     MOVE EUL1-VFY-FEED-ENTRY(1) TO EUL1-OUT-RECORD.
047600     MOVE SPACES TO EUL1-RLS-RECORD.
047700     MOVE EUL1-VFY-RUN-ID TO EUL1-RLS-RUN-ID.
047800     MOVE EUL1-OUT-RUN-DATE TO EUL1-RLS-RUN-DATE.
047900     MOVE EUL1-VFY-TIMESTAMP TO EUL1-RLS-VFY-TIMESTAMP.
048000     MOVE EUL1-VFY-PASS-CNT TO EUL1-RLS-PASS-CNT.
048100     MOVE EUL1-VFY-FAIL-CNT TO EUL1-RLS-FAIL-CNT.
048200     IF EUL1-VFY-FAIL-CNT = ZERO
048300        AND NOT EUL1-VFY-BAL-FAILED
048400         SET EUL1-RLS-RELEASED TO TRUE
048500     ELSE
048600         SET EUL1-RLS-HELD TO TRUE
048700         IF EUL1-VFY-HOLD-REASON = SPACES
048800            AND EUL1-VFY-BAL-FAILED
048900             MOVE 'FILE BALANCE FAILURE - FEED OR AUDIT TRAIL'
049000                 TO EUL1-VFY-HOLD-REASON
049100         END-IF
049200         MOVE EUL1-VFY-HOLD-REASON TO EUL1-RLS-REASON
049300     END-IF.
049400     MOVE EUL1-RLS-RECORD TO EUL1-RLS-CARD.
049500     IF EUL1-VFY-RLS-FOUND
049600         REWRITE EUL1-RLS-CARD
049700             INVALID KEY
049800                 DISPLAY 'EUL1VFY - REWRITE OF RELEASE LEDGER '
049900                     'ENTRY FAILED FOR RUN ' EUL1-VFY-RUN-ID
050000                 MOVE 16 TO RETURN-CODE
050100         END-REWRITE
050200     ELSE
050300         WRITE EUL1-RLS-CARD
050400             INVALID KEY
050500                 DISPLAY 'EUL1VFY - WRITE OF RELEASE LEDGER '
050600                     'ENTRY FAILED FOR RUN ' EUL1-VFY-RUN-ID
050700                 MOVE 16 TO RETURN-CODE
050800         END-WRITE
050900     END-IF.
051000     CLOSE EUL1-RELEASE-FILE.
051100     DISPLAY 'EUL1VFY - RUN ' EUL1-VFY-RUN-ID ' RECORDED AS '
051200         EUL1-RLS-STATUS ' ON THE RELEASE LEDGER'.
051300     IF EUL1-RLS-HELD
051400         DISPLAY 'EUL1VFY - HOLD REASON: ' EUL1-RLS-REASON
051500     END-IF.
051600 8100-EXIT.
051700     EXIT.
051800*
051900******************************************************************
052000*    8900-WRITE-STEP-START - LOG THE START OF THE STEP TO THE    *
052100*    SHARED BATCH-WINDOW TIMING FILE.                            *
052200******************************************************************
052300 8900-WRITE-STEP-START.
052400     ACCEPT EUL1-STEP-START-DATE FROM DATE YYYYMMDD.
052500     ACCEPT EUL1-STEP-START-TIME FROM TIME.
052600     MOVE SPACES TO EUL1-TIM-RECORD.
052700     MOVE 'EUL1VFY' TO EUL1-TIM-PROGRAM.
052800     SET EUL1-TIM-STEP-START TO TRUE.
052900     MOVE EUL1-STEP-START-DATE TO EUL1-TIM-START-DATE.
053000     MOVE EUL1-STEP-START-TIME TO EUL1-TIM-START-TIME.
053100     MOVE ZERO TO EUL1-TIM-END-DATE.
053200     MOVE ZERO TO EUL1-TIM-END-TIME.
053300     MOVE ZERO TO EUL1-TIM-RC.
053400     MOVE ZERO TO EUL1-TIM-LIMIT.
053500     PERFORM 8950-WRITE-TIMING THRU 8950-EXIT.
053600 8900-EXIT.
053700     EXIT.
053800*
053900******************************************************************
054000*    8910-WRITE-STEP-END - LOG THE END OF THE STEP, WITH ITS     *
054100*    START AND THE CONDITION CODE IT IS ENDING WITH, TO THE      *
054200*    SHARED BATCH-WINDOW TIMING FILE.                            *
054300******************************************************************
054400 8910-WRITE-STEP-END.
054500     MOVE SPACES TO EUL1-TIM-RECORD.
054600     MOVE 'EUL1VFY' TO EUL1-TIM-PROGRAM.
054700     SET EUL1-TIM-STEP-END TO TRUE.
054800     MOVE EUL1-VFY-RUN-ID TO EUL1-TIM-RUN-ID.
054900     MOVE EUL1-STEP-START-DATE TO EUL1-TIM-START-DATE.
055000     MOVE EUL1-STEP-START-TIME TO EUL1-TIM-START-TIME.
055100     ACCEPT EUL1-TIM-END-DATE FROM DATE YYYYMMDD.
055200     ACCEPT EUL1-TIM-END-TIME FROM TIME.
055300     MOVE RETURN-CODE TO EUL1-TIM-RC.
055400     MOVE ZERO TO EUL1-TIM-LIMIT.
055500     PERFORM 8950-WRITE-TIMING THRU 8950-EXIT.
055600 8910-EXIT.
055700     EXIT.
055800*
055900******************************************************************
056000*    8950-WRITE-TIMING - APPEND ONE ROW TO THE TIMING FILE,      *
056100*    CREATING IT WHEN ABSENT.  THE TIMING FILE IS OPENED ONLY    *
056200*    FOR THE ONE WRITE, AND A FILE THAT CANNOT BE OPENED IS      *
056300*    REPORTED BUT NEVER FAILS THE STEP.                          *
056400******************************************************************
056500 8950-WRITE-TIMING.
056600     OPEN EXTEND EUL1-TIMING-FILE.
056700     IF EUL1-TIM-FILE-NEW
056800         OPEN OUTPUT EUL1-TIMING-FILE
056900     END-IF.
057000     IF NOT EUL1-TIM-FILE-OK
057100         DISPLAY 'EUL1VFY - TIMING FILE NOT AVAILABLE - STATUS '
057200             EUL1-TIM-FILE-STATUS
057300         GO TO 8950-EXIT
057400     END-IF.
057500     MOVE EUL1-TIM-RECORD TO EUL1-TIM-CARD.
057600     WRITE EUL1-TIM-CARD.
057700     CLOSE EUL1-TIMING-FILE.
057800 8950-EXIT.
057900     EXIT.
057950*
058000******************************************************************
058100*    8960-QUEUE-EXCEPTION - RAISE AN OPEN EXCEPTION ON THE       *
058200*    SHARED EXCEPTION QUEUE.  THE CALLER HAS FILLED THE RUN-ID,  *
058300*    SCENARIO, SEVERITY, AND MESSAGE; THE KEY IS THE CURRENT     *
058400*    DATE AND TIME, THE PROGRAM, AND A SEQUENCE NUMBER WITHIN    *
058500*    THE RUN.  THE QUEUE IS OPENED ONLY FOR THE ONE WRITE, AND A *
058600*    QUEUE THAT CANNOT BE OPENED IS REPORTED BUT NEVER FAILS     *
058700*    THE STEP.                                                   *
058800******************************************************************
058900 8960-QUEUE-EXCEPTION.
059000     ACCEPT EUL1-EXQ-RAISED-DATE FROM DATE YYYYMMDD.
059100     ACCEPT EUL1-EXQ-RAISED-TIME FROM TIME.
059200     MOVE 'EUL1VFY' TO EUL1-EXQ-PROGRAM.
059300     ADD 1 TO EUL1-EXQ-RAISED-CNT.
059400     MOVE EUL1-EXQ-RAISED-CNT TO EUL1-EXQ-SEQ.
059500     SET EUL1-EXQ-OPEN TO TRUE.
059600     MOVE SPACES TO EUL1-EXQ-ACK-OPERATOR.
059700     MOVE SPACES TO EUL1-EXQ-ACK-TIMESTAMP.
059800     MOVE SPACES TO EUL1-EXQ-ACK-COMMENT.
059900     MOVE SPACES TO EUL1-EXQ-RES-OPERATOR.
060000     MOVE SPACES TO EUL1-EXQ-RES-TIMESTAMP.
060100     MOVE SPACES TO EUL1-EXQ-RES-COMMENT.
060200     OPEN I-O EUL1-EXCEPTION-FILE.
060300     IF EUL1-EXQ-FILE-NEW
060400         OPEN OUTPUT EUL1-EXCEPTION-FILE
060500         CLOSE EUL1-EXCEPTION-FILE
060600         OPEN I-O EUL1-EXCEPTION-FILE
060700     END-IF.
060800     IF NOT EUL1-EXQ-FILE-OK
060900         DISPLAY 'EUL1VFY - EXCEPTION QUEUE NOT AVAILABLE - '
061000             'STATUS ' EUL1-EXQ-FILE-STATUS ' - NOT QUEUED:'
061100         DISPLAY '  ' EUL1-EXQ-MESSAGE
061200         GO TO 8960-EXIT
061300     END-IF.
061400     MOVE EUL1-EXQ-RECORD TO EUL1-EXQ-CARD.
061500     WRITE EUL1-EXQ-CARD
061600         INVALID KEY
061700             DISPLAY 'EUL1VFY - EXCEPTION QUEUE WRITE FAILED - '
061800                 'NOT QUEUED:'
061900             DISPLAY '  ' EUL1-EXQ-MESSAGE
062000     END-WRITE.
062100     CLOSE EUL1-EXCEPTION-FILE.
062200 8960-EXIT.
062300     EXIT.
