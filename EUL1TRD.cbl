001600*                                                                *
001700*    MODIFICATION HISTORY:                                      *
001800*        AUG2026  JDM  ORIGINAL PROGRAM.                        *
001804*        AUG2026  JDM  THE SIGNATURE NOW INCLUDES THE          *
001808*                      PROCESSING MODE AND LOWER BOUND SO A    *
001812*                      WINDOWED RUN NEVER TRENDS AGAINST A     *
001816*                      FULL RUN OF THE SAME LIMIT.             *
001820*        AUG2026  JDM  THE SCENARIO IDENTIFIER JOINED THE      *
001824*                      SIGNATURE SO SETS THAT AGREE ON LIMIT,  *
001828*                      COUNT, MODE, AND BOUND BUT DIFFER IN    *
001832*                      THEIR DIVISOR LISTS NO LONGER TREND     *
001836*                      AGAINST EACH OTHER.                     *
001840*        SEP2026  JDM  VERIFIES THE CONTROL HEADER/TRAILER    *
001844*                      BLOCKS NOW CARRIED ON THE FEED,        *
001848*                      FAILING THE STEP WITH CONDITION CODE   *
001852*                      12 WHEN THE FEED DOES NOT BALANCE.     *
001856*        OCT2026  JDM  ONLY RUNS RELEASED ON THE FEED RELEASE  *
001860*                      LEDGER ARE TRENDED; THE ROWS OF ANY     *
001864*                      OTHER RUN STILL COUNT TOWARD THE BLOCK  *
001868*                      BALANCE BUT ARE WITHHELD, AND THE       *
001872*                      WITHHELD RUNS ARE LISTED ON THE REPORT  *
001876*                      WITH CONDITION CODE 4.                  *
001880*        OCT2026  JDM  A CONTROL BLOCK BALANCE FAILURE IS ALSO *
001884*                      RAISED ON THE EXCEPTION QUEUE.          *
001888*        OCT2026  JDM  A RELEASE LEDGER THAT CANNOT BE OPENED  *
001892*                      ABENDS THE STEP WITH CONDITION CODE 16. *
001893*        OCT2026  JDM  A RUN BEYOND THE WITHHELD-RUN TABLE IS  *
001894*                      COUNTED ONCE RATHER THAN ONCE PER ROW,  *
001895*                      AND THE REPORT NOTES WHEN THE TABLE     *
001896*                      FILLED.                                 *
001900*                                                                *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
003900     SELECT EUL1-REPORT-FILE ASSIGN TO EUL1TRP
004000                             ORGANIZATION IS SEQUENTIAL
004100                             FILE STATUS IS EUL1-TRP-FILE-STATUS.
004110*
004120     SELECT EUL1-RELEASE-FILE ASSIGN TO EUL1RLS
004130                             ORGANIZATION IS INDEXED
004140                             ACCESS MODE IS DYNAMIC
004150                             RECORD KEY IS EUL1-RLS-KEY
004160                             FILE STATUS IS EUL1-RLS-FILE-STATUS.
004165*
004170     SELECT EUL1-EXCEPTION-FILE ASSIGN TO EUL1EXQ
004175                             ORGANIZATION IS INDEXED
004180                             ACCESS MODE IS DYNAMIC
004185                             RECORD KEY IS EUL1-EXQ-KEY
004190                             FILE STATUS IS EUL1-EXQ-FILE-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 132 CHARACTERS.
005800 01  EUL1-TRP-PRINT-LINE     PIC X(132).
005810*
005820 FD  EUL1-RELEASE-FILE
005830     LABEL RECORDS ARE STANDARD
005840     RECORD CONTAINS 200 CHARACTERS.
005850 01  EUL1-RLS-CARD.
005860     05  EUL1-RLS-KEY            PIC X(14).
005870     05  FILLER                  PIC X(186).
005900*
005910 FD  EUL1-EXCEPTION-FILE
005920     LABEL RECORDS ARE STANDARD
005930     RECORD CONTAINS 300 CHARACTERS.
005940 01  EUL1-EXQ-CARD.
005950     05  EUL1-EXQ-KEY            PIC X(28).
005960     05  FILLER                  PIC X(272).
005970*
006000 WORKING-STORAGE SECTION.
006100*
006200******************************************************************
007030*    FEED AND AUDIT CONTROL HEADER/TRAILER RECORDS              *
007040******************************************************************
007050 COPY EUL1CTR.
007058*
007066******************************************************************
007074*    FEED RELEASE LEDGER RECORD WORKING STORAGE                 *
007082******************************************************************
007090 COPY EUL1RLS.
007100*
007200******************************************************************
007300*    IN-CORE IMAGE OF THE FEED.  WHEN THE FEED HAS GROWN PAST   *
008100     05  EUL1-TRD-DONE-SW    PIC X(01)
008200                             OCCURS 500 TIMES.
008300*
008307******************************************************************
008314*    WITHHELD-RUN TABLE - ONE ENTRY PER RUN WHOSE ROWS WERE     *
008321*    KEPT OUT OF THE TREND BECAUSE THE RUN IS NOT RELEASED, IN  *
008328*    FEED ORDER, WITH THE LEDGER STATUS AND REASON.             *
008335******************************************************************
008342 01  EUL1-TRD-WH-TABLE.
008349     05  EUL1-TRD-WH-ENTRY   OCCURS 50 TIMES.
008356         10  EUL1-TRD-WH-RUN-ID  PIC X(14).
008363         10  EUL1-TRD-WH-STATUS  PIC X(13).
008370         10  EUL1-TRD-WH-REASON  PIC X(60).
008377         10  EUL1-TRD-WH-ROWS    PIC 9(08).
008384*
008400******************************************************************
008500*    TOLERANCE PARAMETER CARD LAYOUT                            *
008600******************************************************************
008800     05  EUL1-TRD-TOL-PCT    PIC 9(03).
008900     05  FILLER              PIC X(77).
009000*
009010******************************************************************
009020*    EXCEPTION QUEUE RECORD WORKING STORAGE                     *
009030******************************************************************
009040 COPY EUL1EXQ.
009050*
009100******************************************************************
009200*    SWITCHES                                                   *
009300******************************************************************
010200 77  EUL1-TRP-FILE-STATUS    PIC X(02) VALUE '00'.
010300     88  EUL1-TRP-FILE-OK    VALUE '00'.
010400     88  EUL1-TRP-FILE-NEW   VALUE '35'.
010420*
010440 77  EUL1-RLS-FILE-STATUS    PIC X(02) VALUE '00'.
010460     88  EUL1-RLS-FILE-OK    VALUE '00'.
010480     88  EUL1-RLS-FILE-NEW   VALUE '35'.
010484*
010488 77  EUL1-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
010492     88  EUL1-EXQ-FILE-OK    VALUE '00'.
010496     88  EUL1-EXQ-FILE-NEW   VALUE '35'.
010500*
010600 77  EUL1-OUT-EOF-SW         PIC X(01) VALUE 'N'.
010700     88  EUL1-OUT-EOF        VALUE 'Y'.
011850*
011860 77  EUL1-TRD-BAL-SW         PIC X(01) VALUE 'N'.
011870     88  EUL1-TRD-BAL-FAILED VALUE 'Y'.
011872*
011874 77  EUL1-RLS-OPEN-SW        PIC X(01) VALUE 'N'.
011876     88  EUL1-RLS-OPEN       VALUE 'Y'.
011878*
011880 77  EUL1-TRD-LKP-SW         PIC X(01) VALUE 'N'.
011882     88  EUL1-TRD-LKP-RELEASED     VALUE 'Y'.
011884     88  EUL1-TRD-LKP-NOT-RELEASED VALUE 'N'.
011886*
011888 77  EUL1-TRD-WH-SW          PIC X(01) VALUE 'N'.
011890     88  EUL1-TRD-WH-FOUND   VALUE 'Y'.
011892     88  EUL1-TRD-WH-NOT-FOUND VALUE 'N'.
011894*
011896 77  EUL1-TRD-WH-MSG-SW      PIC X(01) VALUE 'N'.
011898     88  EUL1-TRD-WH-FULL-SHOWN VALUE 'Y'.
011900*
012000******************************************************************
012100*    WORKING FIELDS                                              *
012200******************************************************************
012250 77  EUL1-EXQ-RAISED-CNT     PIC 9(04) VALUE ZERO.
012300 77  EUL1-TRD-FEED-CNT       PIC 9(04) BINARY VALUE ZERO.
012400 77  EUL1-TRD-DROPPED        PIC 9(05) BINARY VALUE ZERO.
012500 77  EUL1-TRD-SIG-CNT        PIC 9(04) BINARY VALUE ZERO.
013610 77  EUL1-TRD-BLK-CNT        PIC 9(09) VALUE ZERO.
013620 77  EUL1-TRD-BLK-HASH       PIC 9(18) VALUE ZERO.
013630 77  EUL1-TRD-BLK-RUN-ID     PIC X(14) VALUE SPACES.
013637 77  EUL1-TRD-WH-CNT         PIC 9(02) BINARY VALUE ZERO.
013644 77  EUL1-WHX                PIC 9(02) BINARY VALUE ZERO.
013651 77  EUL1-TRD-WH-HIT         PIC 9(02) BINARY VALUE ZERO.
013658 77  EUL1-TRD-WH-RUNS        PIC 9(05) BINARY VALUE ZERO.
013665 77  EUL1-TRD-WH-ROWS-TOT    PIC 9(08) BINARY VALUE ZERO.
013668 77  EUL1-TRD-WH-LAST-RUN    PIC X(14) VALUE SPACES.
013672 77  EUL1-TRD-LKP-RUN-ID     PIC X(14) VALUE HIGH-VALUES.
013679 77  EUL1-TRD-LKP-STATUS     PIC X(13) VALUE SPACES.
013686 01  EUL1-TRD-LKP-REASON     PIC X(60) VALUE SPACES.
013700*
013800 01  EUL1-TRD-RUN-DATE.
013900     05  EUL1-TRD-RD-YYYY    PIC 9(04).
020900******************************************************************
021000*    1200-LOAD-FEED - READ THE WHOLE ACCUMULATED FEED INTO THE  *
021100*    TABLE.  A MISSING OR EMPTY FEED PRODUCES AN EMPTY REPORT   *
021200*    RATHER THAN AN ERROR.  THE RELEASE LEDGER IS OPEN FOR THE  *
021250*    LOAD; WITHOUT ONE NO RUN IS RELEASED, AND ONE THAT CANNOT  *
021260*    BE OPENED ABENDS THE STEP.                                 *
021300******************************************************************
021400 1200-LOAD-FEED.
021500     OPEN INPUT EUL1-OUTFEED-FILE.
021700         SET EUL1-OUT-EOF TO TRUE
021800         GO TO 1200-EXIT
021900     END-IF.
021905     OPEN INPUT EUL1-RELEASE-FILE.
021912     IF EUL1-RLS-FILE-NEW
021919         DISPLAY 'EUL1TRD - NO RELEASE LEDGER ON FILE - NO RUN '
021926             'IS RELEASED TO THE TREND'
021933     ELSE
021940         IF NOT EUL1-RLS-FILE-OK
021947             DISPLAY 'EUL1TRD - RELEASE LEDGER NOT AVAILABLE - '
021954                 'STATUS ' EUL1-RLS-FILE-STATUS ' - ABENDING'
021961             MOVE 16 TO RETURN-CODE
021968             GO TO 9999-EXIT
021975         END-IF
021982         SET EUL1-RLS-OPEN TO TRUE
021989     END-IF.
022000     PERFORM 1210-LOAD-ONE-RECORD THRU 1210-EXIT
022100         UNTIL EUL1-OUT-EOF.
022200     CLOSE EUL1-OUTFEED-FILE.
022202     IF EUL1-RLS-OPEN
022204         CLOSE EUL1-RELEASE-FILE
022206     END-IF.
022210     IF EUL1-TRD-BLK-IN
022220         DISPLAY 'EUL1TRD - FEED OUT OF BALANCE - HEADER '
022230             'WITHOUT TRAILER FOR RUN ' EUL1-TRD-BLK-RUN-ID
022700*    1210-LOAD-ONE-RECORD - READ ONE FEED RECORD INTO THE       *
022800*    TABLE, SLIDING THE TABLE UP TO DROP THE OLDEST RECORD      *
022900*    ONCE THE TABLE IS FULL.  CONTROL RECORDS ARE TAKEN TO THE  *
022910*    BLOCK VERIFICATION AND NEVER ENTER THE TABLE; NOR DO THE   *
022940*    RECORDS OF A RUN NOT RELEASED ON THE LEDGER, ONCE COUNTED  *
022970*    TOWARD THEIR BLOCK.                                        *
023000******************************************************************
023100 1210-LOAD-ONE-RECORD.
023200     READ EUL1-OUTFEED-FILE
023665                 EUL1-TRD-BLK-HASH + EUL1-OUT-SUM, 10 ** 18)
023666         END-IF
023667     END-IF.
023671     MOVE EUL1-OUT-CARD TO EUL1-OUT-RECORD.
023675     PERFORM 1260-CHECK-RELEASE THRU 1260-EXIT.
023679     IF EUL1-TRD-LKP-NOT-RELEASED
023683         PERFORM 1270-NOTE-WITHHELD THRU 1270-EXIT
023687         GO TO 1210-EXIT
023691     END-IF.
023700     IF EUL1-TRD-FEED-CNT = 500
023800         IF NOT EUL1-TRD-DROP-SHOWN
023900             DISPLAY 'EUL1TRD - FEED EXCEEDS 500 RECORDS - '
025680 1250-EXIT.
025682     EXIT.
025684*
025685******************************************************************
025686*    1260-CHECK-RELEASE - LOOK THE RECORD'S RUN UP ON THE FEED  *
025687*    RELEASE LEDGER.  A RUN'S ROWS ARRIVE TOGETHER, SO THE LAST *
025688*    RUN LOOKED UP IS KEPT AND NOT READ AGAIN.  A RUN WITH NO   *
025689*    LEDGER ENTRY, OR ANY RUN WHEN THERE IS NO LEDGER, IS NOT   *
025690*    RELEASED.                                                  *
025691******************************************************************
025692 1260-CHECK-RELEASE.
025693     IF EUL1-OUT-RUN-ID = EUL1-TRD-LKP-RUN-ID
025694         GO TO 1260-EXIT
025695     END-IF.
025696     MOVE EUL1-OUT-RUN-ID TO EUL1-TRD-LKP-RUN-ID.
025697     SET EUL1-TRD-LKP-NOT-RELEASED TO TRUE.
025698     MOVE 'NOT ON LEDGER' TO EUL1-TRD-LKP-STATUS.
025699     MOVE 'NO RELEASE LEDGER ENTRY - RUN WAS NEVER VERIFIED'
025700         TO EUL1-TRD-LKP-REASON.
025701     IF NOT EUL1-RLS-OPEN
025702         GO TO 1260-EXIT
025703     END-IF.
025704     MOVE EUL1-OUT-RUN-ID TO EUL1-RLS-KEY.
025705     READ EUL1-RELEASE-FILE
025706         INVALID KEY
025707             GO TO 1260-EXIT
025708     END-READ.
025709     MOVE EUL1-RLS-CARD TO EUL1-RLS-RECORD.
025710     MOVE EUL1-RLS-STATUS TO EUL1-TRD-LKP-STATUS.
025711     MOVE EUL1-RLS-REASON TO EUL1-TRD-LKP-REASON.
025712     IF EUL1-RLS-RELEASED
025713         SET EUL1-TRD-LKP-RELEASED TO TRUE
025714     END-IF.
025715 1260-EXIT.
025716     EXIT.
025717*
025718******************************************************************
025719*    1270-NOTE-WITHHELD - COUNT ONE WITHHELD ROW AGAINST ITS    *
025720*    RUN IN THE WITHHELD-RUN TABLE, ADDING THE RUN WHEN IT IS   *
025721*    NEW.  A RUN BEYOND THE TABLE STILL COUNTS IN THE TOTALS,   *
025722*    ONCE FOR ITS BLOCK OF ROWS.                                *
025723******************************************************************
025724 1270-NOTE-WITHHELD.
025725     ADD 1 TO EUL1-TRD-WH-ROWS-TOT.
025726     SET EUL1-TRD-WH-NOT-FOUND TO TRUE.
025727     PERFORM 1280-MATCH-WITHHELD THRU 1280-EXIT
025728         VARYING EUL1-WHX FROM 1 BY 1
025729         UNTIL EUL1-WHX > EUL1-TRD-WH-CNT
025730         OR EUL1-TRD-WH-FOUND.
025731     IF EUL1-TRD-WH-FOUND
025732         ADD 1 TO EUL1-TRD-WH-ROWS(EUL1-TRD-WH-HIT)
025733         GO TO 1270-EXIT
025734     END-IF.
025735     IF EUL1-OUT-RUN-ID = EUL1-TRD-WH-LAST-RUN
025736         GO TO 1270-EXIT
025737     END-IF.
025738     MOVE EUL1-OUT-RUN-ID TO EUL1-TRD-WH-LAST-RUN.
025739     ADD 1 TO EUL1-TRD-WH-RUNS.
025740     DISPLAY 'EUL1TRD - RUN ' EUL1-OUT-RUN-ID ' WITHHELD - '
025741         EUL1-TRD-LKP-STATUS.
025742     IF EUL1-TRD-WH-CNT < 50
025743         ADD 1 TO EUL1-TRD-WH-CNT
025744         MOVE EUL1-OUT-RUN-ID
025745             TO EUL1-TRD-WH-RUN-ID(EUL1-TRD-WH-CNT)
025746         MOVE EUL1-TRD-LKP-STATUS
025747             TO EUL1-TRD-WH-STATUS(EUL1-TRD-WH-CNT)
025748         MOVE EUL1-TRD-LKP-REASON
025749             TO EUL1-TRD-WH-REASON(EUL1-TRD-WH-CNT)
025750         MOVE 1 TO EUL1-TRD-WH-ROWS(EUL1-TRD-WH-CNT)
025751     ELSE
025752         IF NOT EUL1-TRD-WH-FULL-SHOWN
025753             DISPLAY 'EUL1TRD - MORE THAN 50 WITHHELD RUNS - '
025754                 'EXTRA RUNS COUNTED BUT NOT LISTED'
025755             SET EUL1-TRD-WH-FULL-SHOWN TO TRUE
025756         END-IF
025757     END-IF.
025758 1270-EXIT.
025759     EXIT.
025760*
025761******************************************************************
025762*    1280-MATCH-WITHHELD - TEST ONE WITHHELD-RUN TABLE ENTRY    *
025763*    AGAINST THE RECORD'S RUN.                                  *
025764******************************************************************
025765 1280-MATCH-WITHHELD.
025766     IF EUL1-TRD-WH-RUN-ID(EUL1-WHX) = EUL1-OUT-RUN-ID
025767         SET EUL1-TRD-WH-FOUND TO TRUE
025768         MOVE EUL1-WHX TO EUL1-TRD-WH-HIT
025769     END-IF.
025770 1280-EXIT.
025771     EXIT.
025772*
025800******************************************************************
025900*    2000-PRODUCE-REPORT - WALK THE FEED IN ARRIVAL ORDER,      *
026000*    OPENING A NEW SIGNATURE GROUP AT EACH RECORD WHOSE         *
036400     EXIT.
036500*
036600******************************************************************
036700*    8000-TERMINATE - WRITE THE TOTALS LINE AND THE RUNS        *
036800*    WITHHELD AS NOT RELEASED, CLOSE THE REPORT, AND SET THE    *
036850*    CONDITION CODE.                                            *
036900******************************************************************
037000 8000-TERMINATE.
037100     MOVE SPACES TO EUL1-TRP-PRINT-LINE.
037400     MOVE EUL1-TRD-SIG-CNT TO EUL1-TRP-T-SIGS.
037500     MOVE EUL1-TRP-TOTALS TO EUL1-TRP-PRINT-LINE.
037600     WRITE EUL1-TRP-PRINT-LINE.
037606     IF EUL1-TRD-WH-CNT > ZERO
037612         MOVE SPACES TO EUL1-TRP-PRINT-LINE
037618         WRITE EUL1-TRP-PRINT-LINE
037624         MOVE EUL1-TRP-WH-HDG1 TO EUL1-TRP-PRINT-LINE
037630         WRITE EUL1-TRP-PRINT-LINE
037636         MOVE EUL1-TRP-WH-HDG2 TO EUL1-TRP-PRINT-LINE
037642         WRITE EUL1-TRP-PRINT-LINE
037648         PERFORM 8150-PRINT-ONE-WITHHELD THRU 8150-EXIT
037654             VARYING EUL1-WHX FROM 1 BY 1
037660             UNTIL EUL1-WHX > EUL1-TRD-WH-CNT
037666     END-IF.
037667     IF EUL1-TRD-WH-FULL-SHOWN
037668         MOVE EUL1-TRP-WH-FULL TO EUL1-TRP-PRINT-LINE
037669         WRITE EUL1-TRP-PRINT-LINE
037670     END-IF.
037672     MOVE EUL1-TRD-WH-RUNS TO EUL1-TRP-WT-RUNS.
037678     MOVE EUL1-TRD-WH-ROWS-TOT TO EUL1-TRP-WT-ROWS.
037684     MOVE EUL1-TRP-WH-TOTALS TO EUL1-TRP-PRINT-LINE.
037690     WRITE EUL1-TRP-PRINT-LINE.
037700     CLOSE EUL1-REPORT-FILE.
037702     IF EUL1-TRD-WH-RUNS > ZERO
037704         MOVE 4 TO RETURN-CODE
037706     END-IF.
037710     IF EUL1-TRD-BAL-FAILED
037720         MOVE 12 TO RETURN-CODE
037721         MOVE SPACES TO EUL1-EXQ-RECORD
037722         SET EUL1-EXQ-SEV-IMBALANCE TO TRUE
037723         MOVE 'FEED CONTROL BLOCKS OUT OF BALANCE'
037724             TO EUL1-EXQ-MESSAGE
037725         PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT
037730     END-IF.
037800 8000-EXIT.
037900     EXIT.
038000*
038100******************************************************************
038200*    8150-PRINT-ONE-WITHHELD - PRINT ONE RUN WITHHELD FROM THE  *
038300*    TREND WITH ITS LEDGER STATUS, ROWS, AND REASON.            *
038400******************************************************************
038500 8150-PRINT-ONE-WITHHELD.
038600     MOVE EUL1-TRD-WH-RUN-ID(EUL1-WHX) TO EUL1-TRP-W-RUN-ID.
038700     MOVE EUL1-TRD-WH-STATUS(EUL1-WHX) TO EUL1-TRP-W-STATUS.
038800     MOVE EUL1-TRD-WH-ROWS(EUL1-WHX) TO EUL1-TRP-W-ROWS.
038900     MOVE EUL1-TRD-WH-REASON(EUL1-WHX) TO EUL1-TRP-W-REASON.
039000     MOVE EUL1-TRP-WH-DETAIL TO EUL1-TRP-PRINT-LINE.
039100     WRITE EUL1-TRP-PRINT-LINE.
039200 8150-EXIT.
039300     EXIT.
039400*
039500******************************************************************
039600*    8960-QUEUE-EXCEPTION - RAISE AN OPEN EXCEPTION ON THE       *
039700*    SHARED EXCEPTION QUEUE.  THE CALLER HAS FILLED THE RUN-ID,  *
039800*    SCENARIO, SEVERITY, AND MESSAGE; THE KEY IS THE CURRENT     *
039900*    DATE AND TIME, THE PROGRAM, AND A SEQUENCE NUMBER WITHIN    *
040000*    THE RUN.  THE QUEUE IS OPENED ONLY FOR THE ONE WRITE, AND A *
040100*    QUEUE THAT CANNOT BE OPENED IS REPORTED BUT NEVER FAILS     *
040200*    THE STEP.                                                   *
040300******************************************************************
040400 8960-QUEUE-EXCEPTION.
040500     ACCEPT EUL1-EXQ-RAISED-DATE FROM DATE YYYYMMDD.
040600     ACCEPT EUL1-EXQ-RAISED-TIME FROM TIME.
040700     MOVE 'EUL1TRD' TO EUL1-EXQ-PROGRAM.
040800     ADD 1 TO EUL1-EXQ-RAISED-CNT.
040900     MOVE EUL1-EXQ-RAISED-CNT TO EUL1-EXQ-SEQ.
041000     SET EUL1-EXQ-OPEN TO TRUE.
041100     MOVE SPACES TO EUL1-EXQ-ACK-OPERATOR.
041200     MOVE SPACES TO EUL1-EXQ-ACK-TIMESTAMP.
041300     MOVE SPACES TO EUL1-EXQ-ACK-COMMENT.
041400     MOVE SPACES TO EUL1-EXQ-RES-OPERATOR.
041500     MOVE SPACES TO EUL1-EXQ-RES-TIMESTAMP.
041600     MOVE SPACES TO EUL1-EXQ-RES-COMMENT.
041700     OPEN I-O EUL1-EXCEPTION-FILE.
041800     IF EUL1-EXQ-FILE-NEW
041900         OPEN OUTPUT EUL1-EXCEPTION-FILE
042000         CLOSE EUL1-EXCEPTION-FILE
042100         OPEN I-O EUL1-EXCEPTION-FILE
042200     END-IF.
042300     IF NOT EUL1-EXQ-FILE-OK
042400         DISPLAY 'EUL1TRD - EXCEPTION QUEUE NOT AVAILABLE - '
042500             'STATUS ' EUL1-EXQ-FILE-STATUS ' - NOT QUEUED:'
042600         DISPLAY '  ' EUL1-EXQ-MESSAGE
042700         GO TO 8960-EXIT
042800     END-IF.
042900     MOVE EUL1-EXQ-RECORD TO EUL1-EXQ-CARD.
043000     WRITE EUL1-EXQ-CARD
043100         INVALID KEY
043200             DISPLAY 'EUL1TRD - EXCEPTION QUEUE WRITE FAILED - '
043300                 'NOT QUEUED:'
043400             DISPLAY '  ' EUL1-EXQ-MESSAGE
043500     END-WRITE.
043600     CLOSE EUL1-EXCEPTION-FILE.
043700 8960-EXIT.
043800     EXIT.
043900*
044000******************************************************************
044100*    9999-EXIT - FATAL ERROR EXIT.  THE RETURN-CODE HAS ALREADY *
044200*    BEEN SET BY THE PARAGRAPH THAT DETECTED THE ERROR.         *
044300******************************************************************
044400 9999-EXIT.
044500     STOP RUN.
