002410*        SEP2026  JDM  EXTRACT DD POOL WIDENED FROM FIVE TO    *
002420*                      EIGHT AND THE LIMIT AND EXPANSION       *
002430*                      PROCEDURE DOCUMENTED ABOVE.             *
002440*        OCT2026  JDM  ONLY RUNS RELEASED ON THE FEED RELEASE  *
002444*                      LEDGER REACH AN EXTRACT; THE ROWS OF    *
002448*                      ANY OTHER RUN STILL COUNT TOWARD THE    *
002452*                      BLOCK BALANCE BUT ARE WITHHELD, AND     *
002456*                      THE WITHHELD RUNS ARE LISTED ON THE     *
002460*                      REPORT WITH CONDITION CODE 4.           *
002464*        OCT2026  JDM  A CONTROL BLOCK BALANCE FAILURE IS ALSO *
002468*                      RAISED ON THE EXCEPTION QUEUE.          *
002472*        OCT2026  JDM  ONLY ROWS SOME CONSUMER SELECTS ARE     *
002476*                      CHECKED AGAINST THE RELEASE LEDGER, AND *
002480*                      A LEDGER THAT CANNOT BE OPENED ABENDS   *
002484*                      THE STEP WITH CONDITION CODE 16.        *
002487*        OCT2026  JDM  A RUN BEYOND THE WITHHELD-RUN TABLE IS  *
002490*                      COUNTED ONCE RATHER THAN ONCE PER ROW,  *
002493*                      AND THE REPORT NOTES WHEN THE TABLE     *
002496*                      FILLED.                                 *
002500*                                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
006500     SELECT EUL1-REPORT-FILE ASSIGN TO EUL1XRP
006600                             ORGANIZATION IS SEQUENTIAL
006700                             FILE STATUS IS EUL1-XRP-FILE-STATUS.
006710*
006720     SELECT EUL1-RELEASE-FILE ASSIGN TO EUL1RLS
006730                             ORGANIZATION IS INDEXED
006740                             ACCESS MODE IS DYNAMIC
006750                             RECORD KEY IS EUL1-RLS-KEY
006760                             FILE STATUS IS EUL1-RLS-FILE-STATUS.
006765*
006770     SELECT EUL1-EXCEPTION-FILE ASSIGN TO EUL1EXQ
006775                             ORGANIZATION IS INDEXED
006780                             ACCESS MODE IS DYNAMIC
006785                             RECORD KEY IS EUL1-EXQ-KEY
006790                             FILE STATUS IS EUL1-EXQ-FILE-STATUS.
006800*
006900 DATA DIVISION.
007000 FILE SECTION.
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 132 CHARACTERS.
010900 01  EUL1-XRP-PRINT-LINE     PIC X(132).
010910*
010920 FD  EUL1-RELEASE-FILE
010930     LABEL RECORDS ARE STANDARD
010940     RECORD CONTAINS 200 CHARACTERS.
010950 01  EUL1-RLS-CARD.
010960     05  EUL1-RLS-KEY            PIC X(14).
010970     05  FILLER                  PIC X(186).
011000*
011010 FD  EUL1-EXCEPTION-FILE
011020     LABEL RECORDS ARE STANDARD
011030     RECORD CONTAINS 300 CHARACTERS.
011040 01  EUL1-EXQ-CARD.
011050     05  EUL1-EXQ-KEY            PIC X(28).
011060     05  FILLER                  PIC X(272).
011070*
011100 WORKING-STORAGE SECTION.
011200*
011300******************************************************************
012400*    DISTRIBUTION REPORT PRINT LINES                            *
012500******************************************************************
012600 COPY EUL1XRP.
012610*
012620******************************************************************
012630*    FEED RELEASE LEDGER RECORD WORKING STORAGE                 *
012640******************************************************************
012650 COPY EUL1RLS.
012700*
012800******************************************************************
012900*    SUBSCRIPTION CARD LAYOUT.  A BLANK SCENARIO OR MODE        *
016100         10  EUL1-XTR-T-TOTAL    PIC 9(18).
016200*
016300 01  EUL1-XTR-EXTRACT-REC    PIC X(80) VALUE SPACES.
016307*
016314******************************************************************
016321*    WITHHELD-RUN TABLE - ONE ENTRY PER RUN WHOSE ROWS WERE     *
016328*    KEPT OFF THE EXTRACTS BECAUSE THE RUN IS NOT RELEASED,     *
016335*    IN FEED ORDER, WITH THE LEDGER STATUS AND REASON.          *
016342******************************************************************
016349 01  EUL1-XTR-WH-TABLE.
016356     05  EUL1-XTR-WH-ENTRY   OCCURS 50 TIMES.
016363         10  EUL1-XTR-WH-RUN-ID  PIC X(14).
016370         10  EUL1-XTR-WH-STATUS  PIC X(13).
016377         10  EUL1-XTR-WH-REASON  PIC X(60).
016384         10  EUL1-XTR-WH-ROWS    PIC 9(08).
016400*
016410******************************************************************
016420*    EXCEPTION QUEUE RECORD WORKING STORAGE                     *
016430******************************************************************
016440 COPY EUL1EXQ.
016450*
016500******************************************************************
016600*    SWITCHES                                                   *
016700******************************************************************
018200 77  EUL1-XRP-FILE-STATUS    PIC X(02) VALUE '00'.
018300     88  EUL1-XRP-FILE-OK    VALUE '00'.
018400     88  EUL1-XRP-FILE-NEW   VALUE '35'.
018420*
018440 77  EUL1-RLS-FILE-STATUS    PIC X(02) VALUE '00'.
018460     88  EUL1-RLS-FILE-OK    VALUE '00'.
018480     88  EUL1-RLS-FILE-NEW   VALUE '35'.
018484*
018488 77  EUL1-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
018492     88  EUL1-EXQ-FILE-OK    VALUE '00'.
018496     88  EUL1-EXQ-FILE-NEW   VALUE '35'.
018500*
018600 77  EUL1-XPM-EOF-SW         PIC X(01) VALUE 'N'.
018700     88  EUL1-XPM-EOF        VALUE 'Y'.
019800*
019900 77  EUL1-XTR-BAL-SW         PIC X(01) VALUE 'N'.
020000     88  EUL1-XTR-BAL-FAILED VALUE 'Y'.
020006*
020012 77  EUL1-RLS-OPEN-SW        PIC X(01) VALUE 'N'.
020018     88  EUL1-RLS-OPEN       VALUE 'Y'.
020024*
020030 77  EUL1-XTR-LKP-SW         PIC X(01) VALUE 'N'.
020036     88  EUL1-XTR-LKP-RELEASED     VALUE 'Y'.
020042     88  EUL1-XTR-LKP-NOT-RELEASED VALUE 'N'.
020048*
020054 77  EUL1-XTR-WH-SW          PIC X(01) VALUE 'N'.
020060     88  EUL1-XTR-WH-FOUND   VALUE 'Y'.
020066     88  EUL1-XTR-WH-NOT-FOUND VALUE 'N'.
020072*
020078 77  EUL1-XTR-WH-MSG-SW      PIC X(01) VALUE 'N'.
020084     88  EUL1-XTR-WH-FULL-SHOWN VALUE 'Y'.
020086*
020088 77  EUL1-XTR-SEL-SW         PIC X(01) VALUE 'N'.
020090     88  EUL1-XTR-SELECTED   VALUE 'Y'.
020092     88  EUL1-XTR-NOT-SELECTED VALUE 'N'.
020100*
020200******************************************************************
020300*    WORKING FIELDS                                              *
020400******************************************************************
020450 77  EUL1-EXQ-RAISED-CNT     PIC 9(04) VALUE ZERO.
020500 77  EUL1-XTR-SUB-CNT        PIC 9(02) BINARY VALUE ZERO.
020600 77  EUL1-XCX                PIC 9(02) BINARY VALUE ZERO.
020700 77  EUL1-XTR-READ-CNT       PIC 9(08) BINARY VALUE ZERO.
021010 77  EUL1-XTR-BLK-RUN-ID     PIC X(14) VALUE SPACES.
021100 77  EUL1-XTR-COUNT-ED       PIC 9(09) VALUE ZERO.
021200 77  EUL1-XTR-TOTAL-ED       PIC 9(18) VALUE ZERO.
021210 77  EUL1-XTR-WH-CNT         PIC 9(02) BINARY VALUE ZERO.
021220 77  EUL1-WHX                PIC 9(02) BINARY VALUE ZERO.
021230 77  EUL1-XTR-WH-HIT         PIC 9(02) BINARY VALUE ZERO.
021240 77  EUL1-XTR-WH-RUNS        PIC 9(05) BINARY VALUE ZERO.
021250 77  EUL1-XTR-WH-ROWS-TOT    PIC 9(08) BINARY VALUE ZERO.
021255 77  EUL1-XTR-WH-LAST-RUN    PIC X(14) VALUE SPACES.
021260 77  EUL1-XTR-LKP-RUN-ID     PIC X(14) VALUE HIGH-VALUES.
021270 77  EUL1-XTR-LKP-STATUS     PIC X(13) VALUE SPACES.
021280 01  EUL1-XTR-LKP-REASON     PIC X(60) VALUE SPACES.
021300*
021400 01  EUL1-XTR-REC-DIGITS.
021500     05  EUL1-XTR-RG-YYYY    PIC X(04).
027100     ELSE
027200         SET EUL1-OUT-OPEN TO TRUE
027300     END-IF.
027310     OPEN INPUT EUL1-RELEASE-FILE.
027315     IF EUL1-RLS-FILE-NEW
027320         DISPLAY 'EUL1XTR - NO RELEASE LEDGER ON FILE - NO RUN '
027325             'IS RELEASED TO THE EXTRACTS'
027330     ELSE
027335         IF NOT EUL1-RLS-FILE-OK
027340             DISPLAY 'EUL1XTR - RELEASE LEDGER NOT AVAILABLE - '
027345                 'STATUS ' EUL1-RLS-FILE-STATUS ' - ABENDING'
027350             MOVE 16 TO RETURN-CODE
027355             GO TO 9999-EXIT
027360         END-IF
027365         SET EUL1-RLS-OPEN TO TRUE
027370     END-IF.
027400     PERFORM 1300-OPEN-ONE-EXTRACT THRU 1300-EXIT
027500         VARYING EUL1-XCX FROM 1 BY 1
027600         UNTIL EUL1-XCX > EUL1-XTR-SUB-CNT.
040700******************************************************************
040800*    2100-EXAMINE-ONE-FEED - READ ONE FEED RECORD, TAKE CONTROL  *
040900*    RECORDS TO THE BLOCK VERIFICATION, AND OFFER DATA RECORDS   *
041000*    TO EACH CONSUMER IN TURN.  EVERY DATA RECORD COUNTS TOWARD  *
041020*    ITS BLOCK; ONE THAT NO CONSUMER SELECTS GOES NO FURTHER,    *
041040*    AND ONE THAT SOME CONSUMER SELECTS, OF A RUN NOT RELEASED   *
041060*    ON THE LEDGER, IS WITHHELD FROM EVERY CONSUMER.             *
041100******************************************************************
041200 2100-EXAMINE-ONE-FEED.
041300     READ EUL1-OUTFEED-FILE
043700     ELSE
043800         MOVE ZERO TO EUL1-XTR-REC-DATE-N
043900     END-IF.
043910     SET EUL1-XTR-NOT-SELECTED TO TRUE.
043916     PERFORM 2210-SELECT-RECORD THRU 2210-EXIT
043922         VARYING EUL1-XCX FROM 1 BY 1
043928         UNTIL EUL1-XCX > EUL1-XTR-SUB-CNT
043934         OR EUL1-XTR-SELECTED.
043940     IF EUL1-XTR-NOT-SELECTED
043946         GO TO 2100-EXIT
043952     END-IF.
043958     PERFORM 2160-CHECK-RELEASE THRU 2160-EXIT.
043964     IF EUL1-XTR-LKP-NOT-RELEASED
043970         PERFORM 2170-NOTE-WITHHELD THRU 2170-EXIT
043976         GO TO 2100-EXIT
043982     END-IF.
044000     PERFORM 2200-OFFER-TO-CONSUMER THRU 2200-EXIT
044100         VARYING EUL1-XCX FROM 1 BY 1
044200         UNTIL EUL1-XCX > EUL1-XTR-SUB-CNT.
047900 2150-EXIT.
048000     EXIT.
048100*
048101******************************************************************
048102*    2160-CHECK-RELEASE - LOOK THE RECORD'S RUN UP ON THE FEED   *
048103*    RELEASE LEDGER.  A RUN'S ROWS ARRIVE TOGETHER, SO THE LAST  *
048104*    RUN LOOKED UP IS KEPT AND NOT READ AGAIN.  A RUN WITH NO    *
048105*    LEDGER ENTRY, OR ANY RUN WHEN THERE IS NO LEDGER, IS NOT    *
048106*    RELEASED.                                                   *
048107******************************************************************
048108 2160-CHECK-RELEASE.
048109     IF EUL1-OUT-RUN-ID = EUL1-XTR-LKP-RUN-ID
048110         GO TO 2160-EXIT
048111     END-IF.
048112     MOVE EUL1-OUT-RUN-ID TO EUL1-XTR-LKP-RUN-ID.
048113     SET EUL1-XTR-LKP-NOT-RELEASED TO TRUE.
048114     MOVE 'NOT ON LEDGER' TO EUL1-XTR-LKP-STATUS.
048115     MOVE 'NO RELEASE LEDGER ENTRY - RUN WAS NEVER VERIFIED'
048116         TO EUL1-XTR-LKP-REASON.
048117     IF NOT EUL1-RLS-OPEN
048118         GO TO 2160-EXIT
048119     END-IF.
048120     MOVE EUL1-OUT-RUN-ID TO EUL1-RLS-KEY.
048121     READ EUL1-RELEASE-FILE
048122         INVALID KEY
048123             GO TO 2160-EXIT
048124     END-READ.
048125     MOVE EUL1-RLS-CARD TO EUL1-RLS-RECORD.
048126     MOVE EUL1-RLS-STATUS TO EUL1-XTR-LKP-STATUS.
048127     MOVE EUL1-RLS-REASON TO EUL1-XTR-LKP-REASON.
048128     IF EUL1-RLS-RELEASED
048129         SET EUL1-XTR-LKP-RELEASED TO TRUE
048130     END-IF.
048131 2160-EXIT.
048132     EXIT.
048133*
048134******************************************************************
048135*    2170-NOTE-WITHHELD - COUNT ONE WITHHELD ROW AGAINST ITS     *
048136*    RUN IN THE WITHHELD-RUN TABLE, ADDING THE RUN WHEN IT IS    *
048137*    NEW.  A RUN BEYOND THE TABLE STILL COUNTS IN THE TOTALS,    *
048138*    ONCE FOR ITS BLOCK OF ROWS.                                 *
048139******************************************************************
048140 2170-NOTE-WITHHELD.
048141     ADD 1 TO EUL1-XTR-WH-ROWS-TOT.
048142     SET EUL1-XTR-WH-NOT-FOUND TO TRUE.
048143     PERFORM 2180-MATCH-WITHHELD THRU 2180-EXIT
048144         VARYING EUL1-WHX FROM 1 BY 1
048145         UNTIL EUL1-WHX > EUL1-XTR-WH-CNT
048146         OR EUL1-XTR-WH-FOUND.
048147     IF EUL1-XTR-WH-FOUND
048148         ADD 1 TO EUL1-XTR-WH-ROWS(EUL1-XTR-WH-HIT)
048149         GO TO 2170-EXIT
048150     END-IF.
048151     IF EUL1-OUT-RUN-ID = EUL1-XTR-WH-LAST-RUN
048152         GO TO 2170-EXIT
048153     END-IF.
048154     MOVE EUL1-OUT-RUN-ID TO EUL1-XTR-WH-LAST-RUN.
048155     ADD 1 TO EUL1-XTR-WH-RUNS.
048156     DISPLAY 'EUL1XTR - RUN ' EUL1-OUT-RUN-ID ' WITHHELD - '
048157         EUL1-XTR-LKP-STATUS.
048158     IF EUL1-XTR-WH-CNT < 50
048159         ADD 1 TO EUL1-XTR-WH-CNT
048160         MOVE EUL1-OUT-RUN-ID
048161             TO EUL1-XTR-WH-RUN-ID(EUL1-XTR-WH-CNT)
048162         MOVE EUL1-XTR-LKP-STATUS
048163             TO EUL1-XTR-WH-STATUS(EUL1-XTR-WH-CNT)
048164         MOVE EUL1-XTR-LKP-REASON
048165             TO EUL1-XTR-WH-REASON(EUL1-XTR-WH-CNT)
048166         MOVE 1 TO EUL1-XTR-WH-ROWS(EUL1-XTR-WH-CNT)
048167     ELSE
048168         IF NOT EUL1-XTR-WH-FULL-SHOWN
048169             DISPLAY 'EUL1XTR - MORE THAN 50 WITHHELD RUNS - '
048170                 'EXTRA RUNS COUNTED BUT NOT LISTED'
048171             SET EUL1-XTR-WH-FULL-SHOWN TO TRUE
048172         END-IF
048173     END-IF.
048174 2170-EXIT.
048175     EXIT.
048176*
048177******************************************************************
048178*    2180-MATCH-WITHHELD - TEST ONE WITHHELD-RUN TABLE ENTRY     *
048179*    AGAINST THE RECORD'S RUN.                                   *
048180******************************************************************
048181 2180-MATCH-WITHHELD.
048182     IF EUL1-XTR-WH-RUN-ID(EUL1-WHX) = EUL1-OUT-RUN-ID
048183         SET EUL1-XTR-WH-FOUND TO TRUE
048184         MOVE EUL1-WHX TO EUL1-XTR-WH-HIT
048185     END-IF.
048186 2180-EXIT.
048187     EXIT.
048188*
048200******************************************************************
048225*    2200-OFFER-TO-CONSUMER - WRITE THE FEED RECORD IN HAND TO   *
048250*    ONE CONSUMER'S EXTRACT WHEN THAT CONSUMER'S SELECTION       *
048275*    TAKES IT.                                                   *
048300******************************************************************
048325 2200-OFFER-TO-CONSUMER.
048350     PERFORM 2210-SELECT-RECORD THRU 2210-EXIT.
048375     IF EUL1-XTR-NOT-SELECTED
048400         GO TO 2200-EXIT
048425     END-IF.
048450     IF EUL1-XTR-T-FORMAT(EUL1-XCX) = 'D'
048475         PERFORM 2300-BUILD-DELIMITED THRU 2300-EXIT
048500     ELSE
048525         MOVE EUL1-OUT-CARD TO EUL1-XTR-EXTRACT-REC
048550     END-IF.
048575     PERFORM 7100-WRITE-EXTRACT THRU 7100-EXIT.
048600     ADD 1 TO EUL1-XTR-T-COUNT(EUL1-XCX).
048625     IF EUL1-OUT-SUM NUMERIC
048650         COMPUTE EUL1-XTR-T-TOTAL(EUL1-XCX) = FUNCTION MOD(
048675             EUL1-XTR-T-TOTAL(EUL1-XCX) + EUL1-OUT-SUM, 10 ** 18)
048700     END-IF.
048725 2200-EXIT.
048750     EXIT.
048775*
048800******************************************************************
048825*    2210-SELECT-RECORD - APPLY ONE CONSUMER'S SCENARIO, MODE,   *
048850*    AND RUN-DATE SELECTION TO THE FEED RECORD IN HAND.          *
048875******************************************************************
048900 2210-SELECT-RECORD.
048925     SET EUL1-XTR-NOT-SELECTED TO TRUE.
048950     IF EUL1-XTR-T-SCENARIO(EUL1-XCX) NOT = SPACES
048975        AND EUL1-OUT-SCENARIO
049000            NOT = EUL1-XTR-T-SCENARIO(EUL1-XCX)
049025         GO TO 2210-EXIT
049050     END-IF.
049075     IF EUL1-XTR-T-MODE(EUL1-XCX) = 'F'
049100         IF EUL1-OUT-MODE NOT = SPACE
049125             GO TO 2210-EXIT
049150         END-IF
049175     ELSE
049200         IF EUL1-XTR-T-MODE(EUL1-XCX) NOT = SPACE
049225            AND EUL1-OUT-MODE NOT = EUL1-XTR-T-MODE(EUL1-XCX)
049250             GO TO 2210-EXIT
049275         END-IF
049300     END-IF.
049325     IF EUL1-XTR-REC-DATE-N < EUL1-XTR-T-FROM(EUL1-XCX)
049350        OR EUL1-XTR-REC-DATE-N > EUL1-XTR-T-TO(EUL1-XCX)
049375         GO TO 2210-EXIT
049400     END-IF.
049425     SET EUL1-XTR-SELECTED TO TRUE.
049450 2210-EXIT.
049475     EXIT.
052000*
052100******************************************************************
052200*    2300-BUILD-DELIMITED - BUILD THE COMMA-DELIMITED IMAGE OF   *
061400*
061500******************************************************************
061600*    8000-TERMINATE - PRINT THE DISTRIBUTION LINES AND TOTALS,   *
061650*    THEN THE RUNS WITHHELD AS NOT RELEASED, CLOSE THE FILES,    *
061700*    AND SET THE CONDITION CODE.                                 *
061800******************************************************************
061900 8000-TERMINATE.
062000     PERFORM 8100-PRINT-ONE-CONSUMER THRU 8100-EXIT
062600     MOVE EUL1-XTR-SUB-CNT TO EUL1-XRP-T-CONSUMERS.
062700     MOVE EUL1-XRP-TOTALS TO EUL1-XRP-PRINT-LINE.
062800     WRITE EUL1-XRP-PRINT-LINE.
062806     IF EUL1-XTR-WH-CNT > ZERO
062812         MOVE SPACES TO EUL1-XRP-PRINT-LINE
062818         WRITE EUL1-XRP-PRINT-LINE
062824         MOVE EUL1-XRP-WH-HDG1 TO EUL1-XRP-PRINT-LINE
062830         WRITE EUL1-XRP-PRINT-LINE
062836         MOVE EUL1-XRP-WH-HDG2 TO EUL1-XRP-PRINT-LINE
062842         WRITE EUL1-XRP-PRINT-LINE
062848         PERFORM 8150-PRINT-ONE-WITHHELD THRU 8150-EXIT
062854             VARYING EUL1-WHX FROM 1 BY 1
062860             UNTIL EUL1-WHX > EUL1-XTR-WH-CNT
062866     END-IF.
062867     IF EUL1-XTR-WH-FULL-SHOWN
062868         MOVE EUL1-XRP-WH-FULL TO EUL1-XRP-PRINT-LINE
062869         WRITE EUL1-XRP-PRINT-LINE
062870     END-IF.
062872     MOVE EUL1-XTR-WH-RUNS TO EUL1-XRP-WT-RUNS.
062878     MOVE EUL1-XTR-WH-ROWS-TOT TO EUL1-XRP-WT-ROWS.
062884     MOVE EUL1-XRP-WH-TOTALS TO EUL1-XRP-PRINT-LINE.
062890     WRITE EUL1-XRP-PRINT-LINE.
062900     CLOSE EUL1-REPORT-FILE.
063000     IF EUL1-OUT-OPEN
063100         CLOSE EUL1-OUTFEED-FILE
063200     END-IF.
063220     IF EUL1-RLS-OPEN
063240         CLOSE EUL1-RELEASE-FILE
063260     END-IF.
063300     PERFORM 8200-CLOSE-ONE-EXTRACT THRU 8200-EXIT
063400         VARYING EUL1-XCX FROM 1 BY 1
063500         UNTIL EUL1-XCX > EUL1-XTR-SUB-CNT.
063520     IF EUL1-XTR-WH-RUNS > ZERO
063540         MOVE 4 TO RETURN-CODE
063560     END-IF.
063600     IF EUL1-XTR-BAL-FAILED
063700         MOVE 12 TO RETURN-CODE
063710         MOVE SPACES TO EUL1-EXQ-RECORD
063720         SET EUL1-EXQ-SEV-IMBALANCE TO TRUE
063730         MOVE 'FEED CONTROL BLOCKS OUT OF BALANCE'
063740             TO EUL1-EXQ-MESSAGE
063750         PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT
063800     END-IF.
063900 8000-EXIT.
064000     EXIT.
065700 8100-EXIT.
065800     EXIT.
065900*
065906******************************************************************
065912*    8150-PRINT-ONE-WITHHELD - PRINT ONE RUN WITHHELD FROM THE   *
065918*    EXTRACTS WITH ITS LEDGER STATUS, ROWS, AND REASON.          *
065924******************************************************************
065930 8150-PRINT-ONE-WITHHELD.
065936     MOVE EUL1-XTR-WH-RUN-ID(EUL1-WHX) TO EUL1-XRP-W-RUN-ID.
065942     MOVE EUL1-XTR-WH-STATUS(EUL1-WHX) TO EUL1-XRP-W-STATUS.
065948     MOVE EUL1-XTR-WH-ROWS(EUL1-WHX) TO EUL1-XRP-W-ROWS.
065954     MOVE EUL1-XTR-WH-REASON(EUL1-WHX) TO EUL1-XRP-W-REASON.
065960     MOVE EUL1-XRP-WH-DETAIL TO EUL1-XRP-PRINT-LINE.
065966     WRITE EUL1-XRP-PRINT-LINE.
065972 8150-EXIT.
065978     EXIT.
065984*
066000******************************************************************
066100*    8200-CLOSE-ONE-EXTRACT - CLOSE ONE CONSUMER'S EXTRACT       *
066200*    DATASET.                                                    *
067700 8200-EXIT.
067800     EXIT.
067900*
067902******************************************************************
067904*    8960-QUEUE-EXCEPTION - RAISE AN OPEN EXCEPTION ON THE       *
067906*    SHARED EXCEPTION QUEUE.  THE CALLER HAS FILLED THE RUN-ID,  *
067908*    SCENARIO, SEVERITY, AND MESSAGE; THE KEY IS THE CURRENT     *
067910*    DATE AND TIME, THE PROGRAM, AND A SEQUENCE NUMBER WITHIN    *
067912*    THE RUN.  THE QUEUE IS OPENED ONLY FOR THE ONE WRITE, AND A *
067914*    QUEUE THAT CANNOT BE OPENED IS REPORTED BUT NEVER FAILS     *
067916*    THE STEP.                                                   *
067918******************************************************************
067920 8960-QUEUE-EXCEPTION.
067922     ACCEPT EUL1-EXQ-RAISED-DATE FROM DATE YYYYMMDD.
067924     ACCEPT EUL1-EXQ-RAISED-TIME FROM TIME.
067926     MOVE 'EUL1XTR' TO EUL1-EXQ-PROGRAM.
067928     ADD 1 TO EUL1-EXQ-RAISED-CNT.
067930     MOVE EUL1-EXQ-RAISED-CNT TO EUL1-EXQ-SEQ.
067932     SET EUL1-EXQ-OPEN TO TRUE.
067934     MOVE SPACES TO EUL1-EXQ-ACK-OPERATOR.
067936     MOVE SPACES TO EUL1-EXQ-ACK-TIMESTAMP.
067938     MOVE SPACES TO EUL1-EXQ-ACK-COMMENT.
067940     MOVE SPACES TO EUL1-EXQ-RES-OPERATOR.
067942     MOVE SPACES TO EUL1-EXQ-RES-TIMESTAMP.
067944     MOVE SPACES TO EUL1-EXQ-RES-COMMENT.
067946     OPEN I-O EUL1-EXCEPTION-FILE.
067948     IF EUL1-EXQ-FILE-NEW
067950         OPEN OUTPUT EUL1-EXCEPTION-FILE
067952         CLOSE EUL1-EXCEPTION-FILE
067954         OPEN I-O EUL1-EXCEPTION-FILE
067956     END-IF.
067958     IF NOT EUL1-EXQ-FILE-OK
067960         DISPLAY 'EUL1XTR - EXCEPTION QUEUE NOT AVAILABLE - '
067962             'STATUS ' EUL1-EXQ-FILE-STATUS ' - NOT QUEUED:'
067964         DISPLAY '  ' EUL1-EXQ-MESSAGE
067966         GO TO 8960-EXIT
067968     END-IF.
067970     MOVE EUL1-EXQ-RECORD TO EUL1-EXQ-CARD.
067972     WRITE EUL1-EXQ-CARD
067974         INVALID KEY
067976             DISPLAY 'EUL1XTR - EXCEPTION QUEUE WRITE FAILED - '
067978                 'NOT QUEUED:'
067980             DISPLAY '  ' EUL1-EXQ-MESSAGE
067982     END-WRITE.
067984     CLOSE EUL1-EXCEPTION-FILE.
067986 8960-EXIT.
067988     EXIT.
067990*
068000******************************************************************
068100*    9999-EXIT - FATAL ERROR EXIT.  THE RETURN-CODE HAS ALREADY  *
068200*    BEEN SET BY THE PARAGRAPH THAT DETECTED THE ERROR.          *
