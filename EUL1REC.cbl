001897*                      BLOCKS NOW CARRIED ON THE AUDIT TRAIL, *
001898*                      FAILING THE STEP WITH CONDITION CODE   *
001899*                      12 WHEN THE FILE DOES NOT BALANCE.     *
001900*        OCT2026  JDM  A BREAK NAMES THE SCENARIO'S           *
001901*                      BUSINESS OWNER AND DESCRIPTION FROM    *
001902*                      THE SCENARIO REGISTRY (EUL1REG).       *
001903*        OCT2026  JDM  THE STEP LOGS ITS START AND END TO THE *
001904*                      SHARED BATCH-WINDOW TIMING FILE        *
001905*                      (EUL1TIM) FOR THE EUL1TMR ELAPSED-TIME *
001906*                      TREND.                                 *
001907*        OCT2026  JDM  EACH RECONCILIATION BREAK, AND AN      *
001908*                      AUDIT TRAIL BALANCE FAILURE, IS ALSO   *
001909*                      RAISED ON THE EXCEPTION QUEUE.         *
001919*        OCT2026  JDM  A SCENARIO REGISTRY THAT CANNOT BE     *
001929*                      OPENED OR READ IS REPORTED ON THE      *
001939*                      CONSOLE AND NO OWNER IS TAKEN FROM IT. *
001949*                                                                *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. EUL1REC.
003360     SELECT EUL1-BRKHIST-FILE ASSIGN TO EUL1BRK
003370                             ORGANIZATION IS SEQUENTIAL
003380                             FILE STATUS IS EUL1-BRK-FILE-STATUS.
003382*
003384     SELECT EUL1-REGISTRY-FILE ASSIGN TO EUL1REG
003386                             ORGANIZATION IS INDEXED
003388                             ACCESS MODE IS DYNAMIC
003390                             RECORD KEY IS EUL1-REG-KEY
003392                             FILE STATUS IS EUL1-REG-FILE-STATUS.
003393*
003394     SELECT EUL1-TIMING-FILE ASSIGN TO EUL1TIM
003395                             ORGANIZATION IS SEQUENTIAL
003396                             FILE STATUS IS EUL1-TIM-FILE-STATUS.
003397*
003398     SELECT EUL1-EXCEPTION-FILE ASSIGN TO EUL1EXQ
003399                             ORGANIZATION IS INDEXED
003400                             ACCESS MODE IS DYNAMIC
003401                             RECORD KEY IS EUL1-EXQ-KEY
003402                             FILE STATUS IS EUL1-EXQ-FILE-STATUS.
003403*
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  EUL1-AUDIT-FILE
004080     LABEL RECORDS ARE STANDARD
004090     RECORD CONTAINS 200 CHARACTERS.
004095 01  EUL1-BRK-CARD           PIC X(200).
004096*
004097 FD  EUL1-REGISTRY-FILE
004098     LABEL RECORDS ARE STANDARD
004099     RECORD CONTAINS 200 CHARACTERS.
004100 01  EUL1-REG-CARD.
004101     05  EUL1-REG-KEY            PIC X(08).
004102     05  FILLER                  PIC X(192).
004103*
004104 FD  EUL1-TIMING-FILE
004105     LABEL RECORDS ARE STANDARD
004106     RECORD CONTAINS 80 CHARACTERS.
004107 01  EUL1-TIM-CARD           PIC X(80).
004108*
004118 FD  EUL1-EXCEPTION-FILE
004128     LABEL RECORDS ARE STANDARD
004138     RECORD CONTAINS 300 CHARACTERS.
004148 01  EUL1-EXQ-CARD.
004158     05  EUL1-EXQ-KEY            PIC X(28).
004168     05  FILLER                  PIC X(272).
004178*
004200 WORKING-STORAGE SECTION.
004300*
004400******************************************************************
004899******************************************************************
004901 COPY EUL1CTR.
004902*
004903******************************************************************
004904*    SCENARIO REGISTRY RECORD WORKING STORAGE                    *
004905******************************************************************
004906 COPY EUL1REG.
004907*
004908******************************************************************
004909*    BATCH-WINDOW TIMING RECORD                                  *
004910******************************************************************
004911 COPY EUL1TIM.
004912*
005000******************************************************************
005100*    MOST-RECENT AND PRIOR SUCCESSFUL RUN COMPARE AREAS.  THE    *
005110*    PER-SCENARIO TABLE BELOW KEEPS THE TWO MOST RECENT          *
006910         10  EUL1-REC-SCEN-PREV-SW PIC X(01).
006920             88  EUL1-REC-SCEN-HAS-PREV  VALUE 'Y'.
006930*
006931******************************************************************
006932*    EXCEPTION QUEUE RECORD WORKING STORAGE                      *
006933******************************************************************
006934 COPY EUL1EXQ.
006935*
006940******************************************************************
007000*    SWITCHES                                                    *
007100******************************************************************
008179*
008180 77  EUL1-BRK-OPEN-SW          PIC X(01) VALUE 'N'.
008181     88  EUL1-BRK-OPEN         VALUE 'Y'.
008183*
008185 77  EUL1-REG-FILE-STATUS      PIC X(02) VALUE '00'.
008187     88  EUL1-REG-FILE-OK      VALUE '00'.
008189     88  EUL1-REG-FILE-NEW     VALUE '35'.
008191*
008193 77  EUL1-REG-OPEN-SW          PIC X(01) VALUE 'N'.
008195     88  EUL1-REG-OPEN         VALUE 'Y'.
008196*
008197 77  EUL1-TIM-FILE-STATUS      PIC X(02) VALUE '00'.
008198     88  EUL1-TIM-FILE-OK      VALUE '00'.
008199     88  EUL1-TIM-FILE-NEW     VALUE '35'.
008200*
008201 77  EUL1-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
008202     88  EUL1-EXQ-FILE-OK    VALUE '00'.
008203     88  EUL1-EXQ-FILE-NEW   VALUE '35'.
008204*
008300 77  EUL1-REC-FULL-MSG-SW      PIC X(01) VALUE 'N'.
008400     88  EUL1-REC-FULL-MSG-SHOWN VALUE 'Y'.
008410*
009000******************************************************************
009100*    WORKING FIELDS                                              *
009200******************************************************************
009250 77  EUL1-EXQ-RAISED-CNT       PIC 9(04) VALUE ZERO.
009300 77  EUL1-DVX                  PIC 9(02) BINARY VALUE ZERO.
009310 77  EUL1-SCX                  PIC 9(03) BINARY VALUE ZERO.
009320 77  EUL1-REC-SCEN-CNT         PIC 9(03) BINARY VALUE ZERO.
009351 77  EUL1-REC-BLK-CNT          PIC 9(09) VALUE ZERO.
009352 77  EUL1-REC-BLK-HASH         PIC 9(18) VALUE ZERO.
009353 77  EUL1-REC-BLK-RUN-ID       PIC X(14) VALUE SPACES.
009355 77  EUL1-STEP-START-DATE      PIC 9(08) VALUE ZERO.
009357 77  EUL1-STEP-START-TIME      PIC 9(08) VALUE ZERO.
009360*
009370 01  EUL1-REC-RUN-DATE.
009380     05  EUL1-REC-RD-YYYY      PIC 9(04).
011000******************************************************************
011100 1000-INITIALIZE.
011200     MOVE 0 TO RETURN-CODE.
011205     PERFORM 8900-WRITE-STEP-START THRU 8900-EXIT.
011210     ACCEPT EUL1-REC-RUN-DATE FROM DATE YYYYMMDD.
011220     MOVE EUL1-REC-RD-YYYY TO EUL1-REC-RUN-DATE-ED(1:4).
011230     MOVE '-' TO EUL1-REC-RUN-DATE-ED(5:1).
011620     IF EUL1-RRP-FILE-NEW
011630         OPEN OUTPUT EUL1-REPORT-FILE
011640     END-IF.
011641     OPEN INPUT EUL1-REGISTRY-FILE.
011642     IF EUL1-REG-FILE-NEW
011643         DISPLAY 'EUL1REC - NO SCENARIO REGISTRY PRESENT - '
011644             'OWNERS NOT SHOWN'
011645     ELSE
011646         IF EUL1-REG-FILE-OK
011647             SET EUL1-REG-OPEN TO TRUE
011648         ELSE
011649             DISPLAY 'EUL1REC - SCENARIO REGISTRY NOT AVAILABLE '
011650                 '- STATUS ' EUL1-REG-FILE-STATUS
011651                 ' - OWNERS NOT SHOWN'
011652         END-IF
011653     END-IF.
011654     MOVE EUL1-REC-RUN-DATE-ED TO EUL1-RRP-H1-DATE.
011660     MOVE EUL1-RRP-HDG1 TO EUL1-RRP-PRINT-LINE.
011670     WRITE EUL1-RRP-PRINT-LINE.
011700 1000-EXIT.
018880             EUL1-REC-CURR-RUN-ID ' TOTAL ' EUL1-REC-CURR-SUM
018890         DISPLAY '          DOES NOT MATCH PRIOR RUN '
018900             EUL1-REC-PREV-RUN-ID ' TOTAL ' EUL1-REC-PREV-SUM
018902         PERFORM 3350-LOOKUP-REGISTRY THRU 3350-EXIT
018904         DISPLAY '          SCENARIO OWNER '
018906             EUL1-RRP-B-OWNER
018910         ADD 1 TO EUL1-REC-BREAKS
018920         PERFORM 3300-REPORT-BREAK THRU 3300-EXIT
018930         PERFORM 3500-WRITE-BREAK-HISTORY THRU 3500-EXIT
019280 3300-EXIT.
019290     EXIT.
019300*
019301******************************************************************
019302*    3350-LOOKUP-REGISTRY - PICK UP THE BROKEN SCENARIO'S        *
019303*    BUSINESS OWNER AND DESCRIPTION FROM THE SCENARIO REGISTRY   *
019304*    SO THE BREAK GOES TO THE RIGHT PERSON.                      *
019305******************************************************************
019306 3350-LOOKUP-REGISTRY.
019307     MOVE '** NOT REGISTERED **' TO EUL1-RRP-B-OWNER.
019308     MOVE SPACES TO EUL1-RRP-B-DESC.
019309     IF NOT EUL1-REG-OPEN
019310         GO TO 3350-EXIT
019311     END-IF.
019312     MOVE EUL1-REC-CURR-SCENARIO TO EUL1-REG-KEY.
019313     READ EUL1-REGISTRY-FILE
019314         INVALID KEY
019315             GO TO 3350-EXIT
019316     END-READ.
019317     IF NOT EUL1-REG-FILE-OK
019318         MOVE '** REGISTRY ERROR **' TO EUL1-RRP-B-OWNER
019319         DISPLAY 'EUL1REC - SCENARIO REGISTRY READ FAILED - '
019320             'STATUS ' EUL1-REG-FILE-STATUS
019321         GO TO 3350-EXIT
019322     END-IF.
019323     MOVE EUL1-REG-CARD TO EUL1-REG-RECORD.
019324     MOVE EUL1-REG-OWNER TO EUL1-RRP-B-OWNER.
019325     MOVE EUL1-REG-DESC TO EUL1-RRP-B-DESC.
019326 3350-EXIT.
019327     EXIT.
019328*
019329******************************************************************
019330*    3400-BUILD-DIVISOR-TEXT - FORMAT THE BROKEN SCENARIO'S     *
019331*    DIVISOR LIST AS A COMMA-SEPARATED STRING FOR THE           *
019340*    PARAMETER-SIGNATURE LINE.                                  *
019350******************************************************************
019360 3400-BUILD-DIVISOR-TEXT.
019940     END-IF.
019950     MOVE EUL1-BRK-RECORD TO EUL1-BRK-CARD.
019960     WRITE EUL1-BRK-CARD.
019961     MOVE SPACES TO EUL1-EXQ-RECORD.
019962     MOVE EUL1-REC-CURR-RUN-ID TO EUL1-EXQ-RUN-ID.
019963     MOVE EUL1-REC-CURR-SCENARIO TO EUL1-EXQ-SCENARIO.
019964     SET EUL1-EXQ-SEV-FAILURE TO TRUE.
019965     STRING 'RECONCILIATION BREAK - TOTAL DIFFERS FROM PRIOR RUN '
019966                DELIMITED BY SIZE
019967            EUL1-REC-PREV-RUN-ID DELIMITED BY SIZE
019968            INTO EUL1-EXQ-MESSAGE
019969     END-STRING.
019970     PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT.
019971 3500-EXIT.
019980     EXIT.
019990*
020000******************************************************************
020080     WRITE EUL1-RRP-PRINT-LINE.
020090     CLOSE EUL1-REPORT-FILE.
020100     IF EUL1-BRK-OPEN
020102         CLOSE EUL1-BRKHIST-FILE
020104     END-IF.
020106     IF EUL1-REG-OPEN
020108         CLOSE EUL1-REGISTRY-FILE
020110     END-IF.
020112     IF EUL1-REC-BAL-FAILED
020114         MOVE 12 TO RETURN-CODE
020116         MOVE SPACES TO EUL1-EXQ-RECORD
020118         SET EUL1-EXQ-SEV-IMBALANCE TO TRUE
020120         MOVE 'AUDIT TRAIL CONTROL BLOCKS OUT OF BALANCE'
020122             TO EUL1-EXQ-MESSAGE
020124         PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT
020126     END-IF.
020128     PERFORM 8910-WRITE-STEP-END THRU 8910-EXIT.
020130 8000-EXIT.
020140     EXIT.
020240*
020340******************************************************************
020440*    8900-WRITE-STEP-START - LOG THE START OF THE STEP TO THE    *
020540*    SHARED BATCH-WINDOW TIMING FILE.                            *
020640******************************************************************
020740 8900-WRITE-STEP-START.
020840     ACCEPT EUL1-STEP-START-DATE FROM DATE YYYYMMDD.
020940     ACCEPT EUL1-STEP-START-TIME FROM TIME.
021040     MOVE SPACES TO EUL1-TIM-RECORD.
021140     MOVE 'EUL1REC' TO EUL1-TIM-PROGRAM.
021240     SET EUL1-TIM-STEP-START TO TRUE.
021340     MOVE EUL1-STEP-START-DATE TO EUL1-TIM-START-DATE.
021440     MOVE EUL1-STEP-START-TIME TO EUL1-TIM-START-TIME.
021540     MOVE ZERO TO EUL1-TIM-END-DATE.
021640     MOVE ZERO TO EUL1-TIM-END-TIME.
021740     MOVE ZERO TO EUL1-TIM-RC.
021840     MOVE ZERO TO EUL1-TIM-LIMIT.
021940     PERFORM 8950-WRITE-TIMING THRU 8950-EXIT.
022040 8900-EXIT.
022140     EXIT.
022240*
022340******************************************************************
022440*    8910-WRITE-STEP-END - LOG THE END OF THE STEP, WITH ITS     *
022540*    START AND THE CONDITION CODE IT IS ENDING WITH, TO THE      *
022640*    SHARED BATCH-WINDOW TIMING FILE.                            *
022740******************************************************************
022840 8910-WRITE-STEP-END.
022940     MOVE SPACES TO EUL1-TIM-RECORD.
023040     MOVE 'EUL1REC' TO EUL1-TIM-PROGRAM.
023140     SET EUL1-TIM-STEP-END TO TRUE.
023240     MOVE EUL1-STEP-START-DATE TO EUL1-TIM-START-DATE.
023340     MOVE EUL1-STEP-START-TIME TO EUL1-TIM-START-TIME.
023440     ACCEPT EUL1-TIM-END-DATE FROM DATE YYYYMMDD.
023540     ACCEPT EUL1-TIM-END-TIME FROM TIME.
023640     MOVE RETURN-CODE TO EUL1-TIM-RC.
023740     MOVE ZERO TO EUL1-TIM-LIMIT.
023840     PERFORM 8950-WRITE-TIMING THRU 8950-EXIT.
023940 8910-EXIT.
024040     EXIT.
024140*
024240******************************************************************
024340*    8950-WRITE-TIMING - APPEND ONE ROW TO THE TIMING FILE,      *
024440*    CREATING IT WHEN ABSENT.  THE TIMING FILE IS OPENED ONLY    *
024540*    FOR THE ONE WRITE, AND A FILE THAT CANNOT BE OPENED IS      *
024640*    REPORTED BUT NEVER FAILS THE STEP.                          *
024740******************************************************************
024840 8950-WRITE-TIMING.
024940     OPEN EXTEND EUL1-TIMING-FILE.
025040     IF EUL1-TIM-FILE-NEW
025140         OPEN OUTPUT EUL1-TIMING-FILE
025240     END-IF.
025340     IF NOT EUL1-TIM-FILE-OK
025440         DISPLAY 'EUL1REC - TIMING FILE NOT AVAILABLE - STATUS '
025540             EUL1-TIM-FILE-STATUS
025640         GO TO 8950-EXIT
025740     END-IF.
025840     MOVE EUL1-TIM-RECORD TO EUL1-TIM-CARD.
025940     WRITE EUL1-TIM-CARD.
026040     CLOSE EUL1-TIMING-FILE.
026140 8950-EXIT.
026240     EXIT.
026290*
026340******************************************************************
026440*    8960-QUEUE-EXCEPTION - RAISE AN OPEN EXCEPTION ON THE       *
026540*    SHARED EXCEPTION QUEUE.  THE CALLER HAS FILLED THE RUN-ID,  *
026640*    SCENARIO, SEVERITY, AND MESSAGE; THE KEY IS THE CURRENT     *
026740*    DATE AND TIME, THE PROGRAM, AND A SEQUENCE NUMBER WITHIN    *
026840*    THE RUN.  THE QUEUE IS OPENED ONLY FOR THE ONE WRITE, AND A *
026940*    QUEUE THAT CANNOT BE OPENED IS REPORTED BUT NEVER FAILS     *
027040*    THE STEP.                                                   *
027140******************************************************************
027240 8960-QUEUE-EXCEPTION.
027340     ACCEPT EUL1-EXQ-RAISED-DATE FROM DATE YYYYMMDD.
027440     ACCEPT EUL1-EXQ-RAISED-TIME FROM TIME.
027540     MOVE 'EUL1REC' TO EUL1-EXQ-PROGRAM.
027640     ADD 1 TO EUL1-EXQ-RAISED-CNT.
027740     MOVE EUL1-EXQ-RAISED-CNT TO EUL1-EXQ-SEQ.
027840     SET EUL1-EXQ-OPEN TO TRUE.
027940     MOVE SPACES TO EUL1-EXQ-ACK-OPERATOR.
028040     MOVE SPACES TO EUL1-EXQ-ACK-TIMESTAMP.
028140     MOVE SPACES TO EUL1-EXQ-ACK-COMMENT.
028240     MOVE SPACES TO EUL1-EXQ-RES-OPERATOR.
028340     MOVE SPACES TO EUL1-EXQ-RES-TIMESTAMP.
028440     MOVE SPACES TO EUL1-EXQ-RES-COMMENT.
028540     OPEN I-O EUL1-EXCEPTION-FILE.
028640     IF EUL1-EXQ-FILE-NEW
028740         OPEN OUTPUT EUL1-EXCEPTION-FILE
028840         CLOSE EUL1-EXCEPTION-FILE
028940         OPEN I-O EUL1-EXCEPTION-FILE
029040     END-IF.
029140     IF NOT EUL1-EXQ-FILE-OK
029240         DISPLAY 'EUL1REC - EXCEPTION QUEUE NOT AVAILABLE - '
029340             'STATUS ' EUL1-EXQ-FILE-STATUS ' - NOT QUEUED:'
029440         DISPLAY '  ' EUL1-EXQ-MESSAGE
029540         GO TO 8960-EXIT
029640     END-IF.
029740     MOVE EUL1-EXQ-RECORD TO EUL1-EXQ-CARD.
029840     WRITE EUL1-EXQ-CARD
029940         INVALID KEY
030040             DISPLAY 'EUL1REC - EXCEPTION QUEUE WRITE FAILED - '
030140                 'NOT QUEUED:'
030240             DISPLAY '  ' EUL1-EXQ-MESSAGE
030340     END-WRITE.
030440     CLOSE EUL1-EXCEPTION-FILE.
030540 8960-EXIT.
030640     EXIT.
