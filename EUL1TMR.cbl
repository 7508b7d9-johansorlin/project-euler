000100******************************************************************
000200*                                                                *
000300*    PROGRAM:     EUL1TMR                                       *
000400*    AUTHOR:      J. D. MERCER                                  *
000500*    INSTALLATION: DATA PROCESSING                              *
000600*    DATE-WRITTEN: OCTOBER 2026                                 *
000700*                                                                *
000800*    DESCRIPTION:                                               *
000900*        BATCH-WINDOW ELAPSED-TIME REPORT.  EUL1SCH, EUL1,      *
001000*        EUL1VFY, AND EUL1REC LOG THEIR STEP START AND END TO   *
001100*        THE SHARED TIMING FILE (EUL1TIM); EUL1VFY ALSO LOGS    *
001200*        EACH SCENARIO IT VERIFIES, AND EUL1 CARRIES EACH       *
001300*        CARD'S START AND END ON ITS CHECKPOINT ROWS (EUL1CKP). *
001400*        FOR EACH NIGHT THIS REPORT SHOWS THE ELAPSED TIME OF   *
001500*        EVERY STEP AND THEN OF EVERY SCENARIO, SET AGAINST THE *
001600*        AVERAGE OF THE SAME STEP OR SCENARIO OVER THE TRAILING *
001700*        NIGHTS ON FILE, AND FLAGS ANY THAT RAN LONGER THAN THE *
001800*        AVERAGE BY MORE THAN THE TOLERANCE ON THE EUL1MPM      *
001900*        CARD.  SCENARIOS WITH A LIMIT AT OR ABOVE THE LARGE-   *
002000*        LIMIT THRESHOLD, AND THOSE EUL1VFY VERIFIED BY         *
002100*        SAMPLING, ARE MARKED ON EVERY LINE AND LISTED AGAIN    *
002200*        FOR THE LATEST NIGHT.  A STEP THAT STARTED BUT NEVER   *
002300*        LOGGED ITS END IS SHOWN AS SUCH.  A NIGHT RUNS FROM    *
002400*        THE CUT-OFF HOUR TO THE SAME HOUR NEXT DAY, SO STEPS   *
002500*        THAT RUN PAST MIDNIGHT STAY WITH THE EVENING THEY      *
002600*        BEGAN.  ANY FLAGGED LINE ENDS THE STEP WITH CONDITION  *
002700*        CODE 4.                                                *
002800*                                                                *
002900*    MODIFICATION HISTORY:                                      *
003000*        OCT2026  JDM  ORIGINAL PROGRAM.                        *
003010*        OCT2026  JDM  WHEN THE TABLE FILLS, ROWS OF THE OLDEST *
003020*                      NIGHT ARE DROPPED RATHER THAN THE FIRST  *
003030*                      ROWS LOADED, SO THE EUL1 SCENARIO ROWS   *
003040*                      OF RECENT NIGHTS ARE KEPT.               *
003100*                                                                *
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. EUL1TMR.
003500 AUTHOR. J. D. MERCER.
003600 INSTALLATION. DATA PROCESSING.
003700 DATE-WRITTEN. OCTOBER 2026.
003800 DATE-COMPILED.
003900*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT EUL1-TMRPARM-FILE ASSIGN TO EUL1MPM
004400                             ORGANIZATION IS SEQUENTIAL
004500                             FILE STATUS IS EUL1-MPM-FILE-STATUS.
004600*
004700     SELECT EUL1-TIMING-FILE ASSIGN TO EUL1TIM
004800                             ORGANIZATION IS SEQUENTIAL
004900                             FILE STATUS IS EUL1-TIM-FILE-STATUS.
005000*
005100     SELECT EUL1-CHKPT-FILE  ASSIGN TO EUL1CKP
005200                             ORGANIZATION IS SEQUENTIAL
005300                             FILE STATUS IS EUL1-CKP-FILE-STATUS.
005400*
005500     SELECT EUL1-REPORT-FILE ASSIGN TO EUL1MRP
005600                             ORGANIZATION IS SEQUENTIAL
005700                             FILE STATUS IS EUL1-MRP-FILE-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  EUL1-TMRPARM-FILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 80 CHARACTERS.
006400 01  EUL1-MPM-CARD           PIC X(80).
006500*
006600 FD  EUL1-TIMING-FILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  EUL1-TIM-CARD           PIC X(80).
007000*
007100 FD  EUL1-CHKPT-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  EUL1-CKP-CARD           PIC X(80).
007500*
007600 FD  EUL1-REPORT-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 132 CHARACTERS.
007900 01  EUL1-MRP-PRINT-LINE     PIC X(132).
008000*
008100 WORKING-STORAGE SECTION.
008200*
008300******************************************************************
008400*    BATCH-WINDOW TIMING RECORD WORKING STORAGE                 *
008500******************************************************************
008600 COPY EUL1TIM.
008700*
008800******************************************************************
008900*    EUL1 CHECKPOINT ROW WORKING STORAGE                        *
009000******************************************************************
009100 COPY EUL1CKP.
009200*
009300******************************************************************
009400*    ELAPSED-TIME REPORT PRINT LINES                            *
009500******************************************************************
009600 COPY EUL1MRP.
009700*
009800******************************************************************
009900*    REPORT PARAMETER CARD LAYOUT.  COLUMNS 1-3 TOLERANCE IN    *
010000*    WHOLE PERCENT, 5-6 TRAILING NIGHTS (01-30), 8-15 FIRST     *
010100*    NIGHT TO REPORT (CCYYMMDD), 17-25 LARGE-LIMIT THRESHOLD,   *
010200*    27-28 NIGHT CUT-OFF HOUR (00-23).  A BLANK FIELD TAKES ITS *
010300*    DEFAULT.                                                   *
010400******************************************************************
010500 01  EUL1-TMR-PARM-RECORD.
010600     05  EUL1-TMR-P-TOL      PIC X(03).
010700     05  EUL1-TMR-P-TOL-N    REDEFINES EUL1-TMR-P-TOL
010800                             PIC 9(03).
010900     05  FILLER              PIC X(01).
011000     05  EUL1-TMR-P-NIGHTS   PIC X(02).
011100     05  EUL1-TMR-P-NIGHTS-N REDEFINES EUL1-TMR-P-NIGHTS
011200                             PIC 9(02).
011300     05  FILLER              PIC X(01).
011400     05  EUL1-TMR-P-FROM     PIC X(08).
011500     05  EUL1-TMR-P-FROM-N   REDEFINES EUL1-TMR-P-FROM
011600                             PIC 9(08).
011700     05  FILLER              PIC X(01).
011800     05  EUL1-TMR-P-LARGE    PIC X(09).
011900     05  EUL1-TMR-P-LARGE-N  REDEFINES EUL1-TMR-P-LARGE
012000                             PIC 9(09).
012100     05  FILLER              PIC X(01).
012200     05  EUL1-TMR-P-CUTOFF   PIC X(02).
012300     05  EUL1-TMR-P-CUTOFF-N REDEFINES EUL1-TMR-P-CUTOFF
012400                             PIC 9(02).
012500     05  FILLER              PIC X(52).
012600*
012700******************************************************************
012800*    TIMED ROWS - ONE PER STEP RUN (KIND P) AND ONE PER         *
012900*    SCENARIO TIMED (KIND C), IN THE ORDER LOADED: EUL1'S       *
013000*    CHECKPOINT ROWS FIRST, THEN THE TIMING FILE.  ELAPSED IS   *
013100*    IN HUNDREDTHS OF A SECOND.  WHEN THE FILES HOLD MORE ROWS  *
013200*    THAN THE TABLE, ROWS OF THE OLDEST NIGHT ARE DROPPED.  THE *
013250*    LAST ROW IS SPARE, TO HOLD THE ROW BEING TAKEN ON.         *
013300******************************************************************
013400 01  EUL1-TMR-ROW-TABLE.
013500     05  EUL1-TMR-ROW        OCCURS 3001 TIMES.
013600         10  EUL1-TMR-R-KIND     PIC X(01).
013700             88  EUL1-TMR-R-STEP     VALUE 'P'.
013800             88  EUL1-TMR-R-SCENARIO-ROW VALUE 'C'.
013900         10  EUL1-TMR-R-PROGRAM  PIC X(08).
014000         10  EUL1-TMR-R-SCENARIO PIC X(08).
014100         10  EUL1-TMR-R-START-DATE PIC 9(08).
014200         10  EUL1-TMR-R-START-TIME PIC 9(08).
014300         10  EUL1-TMR-R-END-DATE PIC 9(08).
014400         10  EUL1-TMR-R-END-TIME PIC 9(08).
014500         10  EUL1-TMR-R-ENDED    PIC X(01).
014600             88  EUL1-TMR-R-HAS-END  VALUE 'Y'.
014700             88  EUL1-TMR-R-NO-END   VALUE 'N'.
014800         10  EUL1-TMR-R-RC       PIC 9(04).
014900         10  EUL1-TMR-R-LIMIT    PIC 9(09).
015000         10  EUL1-TMR-R-METHOD   PIC X(01).
015100         10  EUL1-TMR-R-NIGHT    PIC 9(08).
015200         10  EUL1-TMR-R-NIX      PIC 9(04) BINARY.
015300         10  EUL1-TMR-R-ELAPSED  PIC 9(09) BINARY.
015400*
015500******************************************************************
015600*    NIGHTS ON FILE, IN DATE ORDER.                             *
015700******************************************************************
015800 01  EUL1-TMR-NIGHT-TABLE.
015900     05  EUL1-TMR-NIGHT-DATE PIC 9(08)
016000                             OCCURS 3000 TIMES.
016100*
016200******************************************************************
016300*    SWITCHES                                                   *
016400******************************************************************
016500 77  EUL1-MPM-FILE-STATUS    PIC X(02) VALUE '00'.
016600     88  EUL1-MPM-FILE-OK    VALUE '00'.
016700     88  EUL1-MPM-FILE-NEW   VALUE '35'.
016800*
016900 77  EUL1-TIM-FILE-STATUS    PIC X(02) VALUE '00'.
017000     88  EUL1-TIM-FILE-OK    VALUE '00'.
017100     88  EUL1-TIM-FILE-NEW   VALUE '35'.
017200*
017300 77  EUL1-CKP-FILE-STATUS    PIC X(02) VALUE '00'.
017400     88  EUL1-CKP-FILE-OK    VALUE '00'.
017500     88  EUL1-CKP-FILE-NEW   VALUE '35'.
017600*
017700 77  EUL1-MRP-FILE-STATUS    PIC X(02) VALUE '00'.
017800     88  EUL1-MRP-FILE-OK    VALUE '00'.
017900     88  EUL1-MRP-FILE-NEW   VALUE '35'.
018000*
018100 77  EUL1-MPM-EOF-SW         PIC X(01) VALUE 'N'.
018200     88  EUL1-MPM-EOF        VALUE 'Y'.
018300*
018400 77  EUL1-TIM-EOF-SW         PIC X(01) VALUE 'N'.
018500     88  EUL1-TIM-EOF        VALUE 'Y'.
018600     88  EUL1-TIM-NOT-EOF    VALUE 'N'.
018700*
018800 77  EUL1-CKP-EOF-SW         PIC X(01) VALUE 'N'.
018900     88  EUL1-CKP-EOF        VALUE 'Y'.
019000     88  EUL1-CKP-NOT-EOF    VALUE 'N'.
019100*
019200 77  EUL1-TMR-DROP-MSG-SW    PIC X(01) VALUE 'N'.
019300     88  EUL1-TMR-DROP-SHOWN VALUE 'Y'.
019400*
019500 77  EUL1-TMR-MATCH-SW       PIC X(01) VALUE 'N'.
019600     88  EUL1-TMR-MATCHED    VALUE 'Y'.
019700     88  EUL1-TMR-NOT-MATCHED VALUE 'N'.
019800*
019900 77  EUL1-TMR-STAMP-SW       PIC X(01) VALUE 'Y'.
020000     88  EUL1-TMR-STAMP-OK   VALUE 'Y'.
020100     88  EUL1-TMR-STAMP-BAD  VALUE 'N'.
020200*
020300 77  EUL1-TMR-OVER-SW        PIC X(01) VALUE 'N'.
020400     88  EUL1-TMR-OVER       VALUE 'Y'.
020500     88  EUL1-TMR-NOT-OVER   VALUE 'N'.
020600*
020700******************************************************************
020800*    WORKING FIELDS                                              *
020900******************************************************************
021000 77  EUL1-TMR-TOLERANCE      PIC 9(03) VALUE 25.
021100 77  EUL1-TMR-TRAIL-NIGHTS   PIC 9(02) VALUE 7.
021200 77  EUL1-TMR-FROM-DATE      PIC 9(08) VALUE ZERO.
021300 77  EUL1-TMR-LARGE-LIMIT    PIC 9(09) VALUE 100000000.
021400 77  EUL1-TMR-CUTOFF-HOUR    PIC 9(02) VALUE 12.
021500 77  EUL1-TMR-ROW-CNT        PIC 9(04) BINARY VALUE ZERO.
021600 77  EUL1-TMR-NIGHT-CNT      PIC 9(04) BINARY VALUE ZERO.
021700 77  EUL1-TMR-DROPPED        PIC 9(07) BINARY VALUE ZERO.
021800 77  EUL1-TMR-UNREADABLE     PIC 9(07) BINARY VALUE ZERO.
021900 77  EUL1-RWX                PIC 9(04) BINARY VALUE ZERO.
022000 77  EUL1-RWX2               PIC 9(04) BINARY VALUE ZERO.
022100 77  EUL1-NTX                PIC 9(04) BINARY VALUE ZERO.
022200 77  EUL1-NTX2               PIC 9(04) BINARY VALUE ZERO.
022300 77  EUL1-TMR-FIRST-NIX      PIC 9(04) BINARY VALUE ZERO.
022400 77  EUL1-TMR-LOW-NIX        PIC S9(04) BINARY VALUE ZERO.
022500 77  EUL1-TMR-NEW-NIGHT      PIC 9(08) VALUE ZERO.
022600 77  EUL1-TMR-START-STAMP    PIC 9(15) VALUE ZERO.
022700 77  EUL1-TMR-END-STAMP      PIC 9(15) VALUE ZERO.
022800 77  EUL1-TMR-STAMP          PIC 9(15) VALUE ZERO.
022900 77  EUL1-TMR-STAMP-DATE     PIC 9(08) VALUE ZERO.
023000 77  EUL1-TMR-AVG-SUM        PIC 9(15) VALUE ZERO.
023100 77  EUL1-TMR-AVG-CNT        PIC 9(04) BINARY VALUE ZERO.
023200 77  EUL1-TMR-AVG            PIC 9(09) VALUE ZERO.
023300 77  EUL1-TMR-PCT            PIC S9(05) VALUE ZERO.
023400 77  EUL1-TMR-SECONDS        PIC 9(07)V99 VALUE ZERO.
023500 77  EUL1-TMR-SECONDS-ED     PIC Z(6)9.99.
023600 77  EUL1-TMR-PCT-ED         PIC +++++9.
023700 77  EUL1-TMR-RC-ED          PIC ZZZ9.
023800 77  EUL1-TMR-LIMIT-ED       PIC ZZZ,ZZZ,ZZ9.
023900 77  EUL1-TMR-NIGHT-LINES    PIC 9(04) BINARY VALUE ZERO.
024000 77  EUL1-TMR-NIGHTS-RPT     PIC 9(07) BINARY VALUE ZERO.
024100 77  EUL1-TMR-STEPS-RPT      PIC 9(07) BINARY VALUE ZERO.
024200 77  EUL1-TMR-SCENS-RPT      PIC 9(07) BINARY VALUE ZERO.
024300 77  EUL1-TMR-OVER-CNT       PIC 9(07) BINARY VALUE ZERO.
024400 77  EUL1-TMR-NO-END-CNT     PIC 9(07) BINARY VALUE ZERO.
024500 77  EUL1-TMR-WATCH-CNT      PIC 9(07) BINARY VALUE ZERO.
024600 77  EUL1-TMR-DATE-IN        PIC 9(08) VALUE ZERO.
024700 77  EUL1-TMR-DATE-OUT       PIC X(10) VALUE SPACES.
024800*
024900 01  EUL1-TMR-STAMP-TIME     PIC 9(08) VALUE ZERO.
025000 01  EUL1-TMR-STAMP-TIME-R   REDEFINES EUL1-TMR-STAMP-TIME.
025100     05  EUL1-TMR-ST-HH      PIC 9(02).
025200     05  EUL1-TMR-ST-MM      PIC 9(02).
025300     05  EUL1-TMR-ST-SS      PIC 9(02).
025400     05  EUL1-TMR-ST-CC      PIC 9(02).
025500*
025600 01  EUL1-TMR-TIME-ED.
025700     05  EUL1-TMR-TE-HH      PIC 9(02).
025800     05  FILLER              PIC X(01) VALUE ':'.
025900     05  EUL1-TMR-TE-MM      PIC 9(02).
026000     05  FILLER              PIC X(01) VALUE ':'.
026100     05  EUL1-TMR-TE-SS      PIC 9(02).
026200*
026300 01  EUL1-TMR-WORK-DATE      PIC 9(08) VALUE ZERO.
026400 01  EUL1-TMR-WORK-DATE-X    REDEFINES EUL1-TMR-WORK-DATE
026500                             PIC X(08).
026600*
026700 01  EUL1-TMR-RUN-DATE       PIC 9(08) VALUE ZERO.
026800 01  EUL1-TMR-RUN-DATE-ED    PIC X(10) VALUE SPACES.
026900*
027000 PROCEDURE DIVISION.
027100*
027200******************************************************************
027300*    0000-MAINLINE                                              *
027400******************************************************************
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027700     PERFORM 1200-LOAD-CHECKPOINTS THRU 1200-EXIT.
027800     PERFORM 1300-LOAD-TIMING THRU 1300-EXIT.
027900     PERFORM 2000-BUILD-NIGHTS THRU 2000-EXIT.
028000     PERFORM 3000-PRODUCE-REPORT THRU 3000-EXIT.
028100     PERFORM 4000-WATCH-LIST THRU 4000-EXIT.
028200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
028300     STOP RUN.
028400*
028500******************************************************************
028600*    1000-INITIALIZE - PICK UP THE REPORT PARAMETER CARD AND     *
028700*    WRITE THE REPORT HEADINGS.                                  *
028800******************************************************************
028900 1000-INITIALIZE.
029000     ACCEPT EUL1-TMR-RUN-DATE FROM DATE YYYYMMDD.
029100     MOVE EUL1-TMR-RUN-DATE TO EUL1-TMR-DATE-IN.
029200     PERFORM 8200-EDIT-DATE THRU 8200-EXIT.
029300     MOVE EUL1-TMR-DATE-OUT TO EUL1-TMR-RUN-DATE-ED.
029400     PERFORM 1100-READ-PARM THRU 1100-EXIT.
029500     OPEN EXTEND EUL1-REPORT-FILE.
029600     IF EUL1-MRP-FILE-NEW
029700         OPEN OUTPUT EUL1-REPORT-FILE
029800     END-IF.
029900     MOVE EUL1-TMR-RUN-DATE-ED TO EUL1-MRP-H1-DATE.
030000     MOVE EUL1-MRP-HDG1 TO EUL1-MRP-PRINT-LINE.
030100     WRITE EUL1-MRP-PRINT-LINE.
030200     MOVE EUL1-TMR-TOLERANCE TO EUL1-MRP-H2-TOL.
030300     MOVE EUL1-TMR-TRAIL-NIGHTS TO EUL1-MRP-H2-NIGHTS.
030400     MOVE EUL1-TMR-LARGE-LIMIT TO EUL1-MRP-H2-LARGE.
030500     MOVE EUL1-TMR-CUTOFF-HOUR TO EUL1-MRP-H2-CUTOFF.
030600     MOVE EUL1-MRP-HDG2 TO EUL1-MRP-PRINT-LINE.
030700     WRITE EUL1-MRP-PRINT-LINE.
030800     IF EUL1-TMR-FROM-DATE = ZERO
030900         MOVE 'ALL NIGHTS' TO EUL1-MRP-H3-FROM
031000     ELSE
031100         MOVE EUL1-TMR-FROM-DATE TO EUL1-TMR-DATE-IN
031200         PERFORM 8200-EDIT-DATE THRU 8200-EXIT
031300         MOVE EUL1-TMR-DATE-OUT TO EUL1-MRP-H3-FROM
031400     END-IF.
031500     MOVE EUL1-MRP-HDG3 TO EUL1-MRP-PRINT-LINE.
031600     WRITE EUL1-MRP-PRINT-LINE.
031700     MOVE EUL1-MRP-LEGEND TO EUL1-MRP-PRINT-LINE.
031800     WRITE EUL1-MRP-PRINT-LINE.
031900 1000-EXIT.
032000     EXIT.
032100*
032200******************************************************************
032300*    1100-READ-PARM - PICK UP THE REPORT PARAMETER CARD.  A      *
032400*    MISSING CARD, OR A BLANK FIELD, LEAVES THE SHIPPED DEFAULT  *
032500*    IN FORCE: 25 PERCENT, 7 TRAILING NIGHTS, EVERY NIGHT ON     *
032600*    FILE, A LARGE LIMIT OF 100,000,000, AND A NOON CUT-OFF.  AN *
032700*    INVALID FIELD IS REPORTED AND ITS DEFAULT USED.             *
032800******************************************************************
032900 1100-READ-PARM.
033000     OPEN INPUT EUL1-TMRPARM-FILE.
033100     IF EUL1-MPM-FILE-NEW
033200         GO TO 1100-EXIT
033300     END-IF.
033400     READ EUL1-TMRPARM-FILE
033500         AT END
033600             SET EUL1-MPM-EOF TO TRUE
033700     END-READ.
033800     CLOSE EUL1-TMRPARM-FILE.
033900     IF EUL1-MPM-EOF
034000         GO TO 1100-EXIT
034100     END-IF.
034200     MOVE EUL1-MPM-CARD TO EUL1-TMR-PARM-RECORD.
034300     IF EUL1-TMR-P-TOL NOT = SPACES
034400         IF EUL1-TMR-P-TOL NUMERIC
034500            AND EUL1-TMR-P-TOL-N > ZERO
034600             MOVE EUL1-TMR-P-TOL-N TO EUL1-TMR-TOLERANCE
034700         ELSE
034800             DISPLAY 'EUL1TMR - INVALID TOLERANCE '
034900                 EUL1-TMR-P-TOL ' - DEFAULT OF 25 PCT USED'
035000         END-IF
035100     END-IF.
035200     IF EUL1-TMR-P-NIGHTS NOT = SPACES
035300         IF EUL1-TMR-P-NIGHTS NUMERIC
035400            AND EUL1-TMR-P-NIGHTS-N > ZERO
035500            AND EUL1-TMR-P-NIGHTS-N NOT > 30
035600             MOVE EUL1-TMR-P-NIGHTS-N TO EUL1-TMR-TRAIL-NIGHTS
035700         ELSE
035800             DISPLAY 'EUL1TMR - INVALID TRAILING NIGHTS '
035900                 EUL1-TMR-P-NIGHTS ' - DEFAULT OF 7 USED'
036000         END-IF
036100     END-IF.
036200     IF EUL1-TMR-P-FROM NOT = SPACES
036300         IF EUL1-TMR-P-FROM NUMERIC
036400             IF FUNCTION TEST-DATE-YYYYMMDD(EUL1-TMR-P-FROM-N)
036500                     = ZERO
036600                 MOVE EUL1-TMR-P-FROM-N TO EUL1-TMR-FROM-DATE
036700             ELSE
036800                 DISPLAY 'EUL1TMR - INVALID FIRST NIGHT '
036900                     EUL1-TMR-P-FROM ' - ALL NIGHTS REPORTED'
037000             END-IF
037100         ELSE
037200             DISPLAY 'EUL1TMR - INVALID FIRST NIGHT '
037300                 EUL1-TMR-P-FROM ' - ALL NIGHTS REPORTED'
037400         END-IF
037500     END-IF.
037600     IF EUL1-TMR-P-LARGE NOT = SPACES
037700         IF EUL1-TMR-P-LARGE NUMERIC
037800            AND EUL1-TMR-P-LARGE-N > ZERO
037900             MOVE EUL1-TMR-P-LARGE-N TO EUL1-TMR-LARGE-LIMIT
038000         ELSE
038100             DISPLAY 'EUL1TMR - INVALID LARGE LIMIT '
038200                 EUL1-TMR-P-LARGE ' - DEFAULT OF 100000000 USED'
038300         END-IF
038400     END-IF.
038500     IF EUL1-TMR-P-CUTOFF NOT = SPACES
038600         IF EUL1-TMR-P-CUTOFF NUMERIC
038700            AND EUL1-TMR-P-CUTOFF-N < 24
038800             MOVE EUL1-TMR-P-CUTOFF-N TO EUL1-TMR-CUTOFF-HOUR
038900         ELSE
039000             DISPLAY 'EUL1TMR - INVALID CUT-OFF HOUR '
039100                 EUL1-TMR-P-CUTOFF ' - DEFAULT OF 12 USED'
039200         END-IF
039300     END-IF.
039400 1100-EXIT.
039500     EXIT.
039600*
039700******************************************************************
039800*    1200-LOAD-CHECKPOINTS - TAKE EUL1'S PER-CARD TIMES FROM ITS *
039900*    CHECKPOINT ROWS.  ROWS WRITTEN BEFORE THE TIMES WERE        *
040000*    CARRIED ARE PASSED OVER, AND A MISSING FILE SIMPLY MEANS    *
040100*    NO EUL1 SCENARIO TIMES.                                     *
040200******************************************************************
040300 1200-LOAD-CHECKPOINTS.
040400     OPEN INPUT EUL1-CHKPT-FILE.
040500     IF EUL1-CKP-FILE-NEW
040600         DISPLAY 'EUL1TMR - NO CHECKPOINT FILE - NO EUL1 '
040700             'SCENARIO TIMES'
040800         GO TO 1200-EXIT
040900     END-IF.
041000     PERFORM 1210-LOAD-ONE-CHECKPOINT THRU 1210-EXIT
041100         UNTIL EUL1-CKP-EOF.
041200     CLOSE EUL1-CHKPT-FILE.
041300 1200-EXIT.
041400     EXIT.
041500*
041600******************************************************************
041700*    1210-LOAD-ONE-CHECKPOINT - ADD ONE TIMED CHECKPOINT ROW AS  *
041800*    AN EUL1 SCENARIO ROW.                                       *
041900******************************************************************
042000 1210-LOAD-ONE-CHECKPOINT.
042100     READ EUL1-CHKPT-FILE
042200         AT END
042300             SET EUL1-CKP-EOF TO TRUE
042400             GO TO 1210-EXIT
042500     END-READ.
042600     MOVE EUL1-CKP-CARD TO EUL1-CKP-RECORD.
042700     IF EUL1-CKP-START-DATE NOT NUMERIC
042800        OR EUL1-CKP-START-TIME NOT NUMERIC
042900        OR EUL1-CKP-END-DATE NOT NUMERIC
043000        OR EUL1-CKP-END-TIME NOT NUMERIC
043100         GO TO 1210-EXIT
043200     END-IF.
043300     MOVE EUL1-CKP-START-DATE TO EUL1-TMR-STAMP-DATE.
043400     MOVE EUL1-CKP-START-TIME TO EUL1-TMR-STAMP-TIME.
043500     PERFORM 1550-BUILD-STAMP THRU 1550-EXIT.
043600     IF EUL1-TMR-STAMP-OK
043700         MOVE EUL1-CKP-END-DATE TO EUL1-TMR-STAMP-DATE
043800         MOVE EUL1-CKP-END-TIME TO EUL1-TMR-STAMP-TIME
043900         PERFORM 1550-BUILD-STAMP THRU 1550-EXIT
044000     END-IF.
044100     IF EUL1-TMR-STAMP-BAD
044200         ADD 1 TO EUL1-TMR-UNREADABLE
044300         GO TO 1210-EXIT
044400     END-IF.
044500     PERFORM 1400-ADD-ROW THRU 1400-EXIT.
044600     SET EUL1-TMR-R-SCENARIO-ROW(EUL1-RWX) TO TRUE.
044700     MOVE 'EUL1' TO EUL1-TMR-R-PROGRAM(EUL1-RWX).
044800     MOVE EUL1-CKP-SET-NAME TO EUL1-TMR-R-SCENARIO(EUL1-RWX).
044900     MOVE EUL1-CKP-START-DATE TO EUL1-TMR-R-START-DATE(EUL1-RWX).
045000     MOVE EUL1-CKP-START-TIME TO EUL1-TMR-R-START-TIME(EUL1-RWX).
045100     MOVE EUL1-CKP-END-DATE TO EUL1-TMR-R-END-DATE(EUL1-RWX).
045200     MOVE EUL1-CKP-END-TIME TO EUL1-TMR-R-END-TIME(EUL1-RWX).
045300     SET EUL1-TMR-R-HAS-END(EUL1-RWX) TO TRUE.
045400     MOVE ZERO TO EUL1-TMR-R-RC(EUL1-RWX).
045500     IF EUL1-CKP-LIMIT NUMERIC
045600         MOVE EUL1-CKP-LIMIT TO EUL1-TMR-R-LIMIT(EUL1-RWX)
045700     ELSE
045800         MOVE ZERO TO EUL1-TMR-R-LIMIT(EUL1-RWX)
045900     END-IF.
046000     MOVE SPACE TO EUL1-TMR-R-METHOD(EUL1-RWX).
046100     PERFORM 1500-TIME-ROW THRU 1500-EXIT.
046150     PERFORM 1450-TRIM-TABLE THRU 1450-EXIT.
046200 1210-EXIT.
046300     EXIT.
046400*
046500******************************************************************
046600*    1300-LOAD-TIMING - PASS THE SHARED TIMING FILE.  A MISSING  *
046700*    FILE PRODUCES A REPORT WITH NO STEP TIMES RATHER THAN AN    *
046800*    ERROR.                                                      *
046900******************************************************************
047000 1300-LOAD-TIMING.
047100     OPEN INPUT EUL1-TIMING-FILE.
047200     IF EUL1-TIM-FILE-NEW
047300         DISPLAY 'EUL1TMR - NO TIMING FILE - NO STEP TIMES'
047400         GO TO 1300-EXIT
047500     END-IF.
047600     PERFORM 1310-LOAD-ONE-TIMING THRU 1310-EXIT
047700         UNTIL EUL1-TIM-EOF.
047800     CLOSE EUL1-TIMING-FILE.
047900 1300-EXIT.
048000     EXIT.
048100*
048200******************************************************************
048300*    1310-LOAD-ONE-TIMING - A STEP START OPENS A STEP ROW; A     *
048400*    STEP END COMPLETES THE OPEN ROW OF THE SAME PROGRAM AND     *
048500*    START, OR STANDS ALONE WHEN THAT START WAS NEVER LOGGED OR  *
048600*    HAS BEEN DROPPED; A SCENARIO ROW IS TAKEN AS IT IS.         *
048700******************************************************************
048800 1310-LOAD-ONE-TIMING.
048900     READ EUL1-TIMING-FILE
049000         AT END
049100             SET EUL1-TIM-EOF TO TRUE
049200             GO TO 1310-EXIT
049300     END-READ.
049400     MOVE EUL1-TIM-CARD TO EUL1-TIM-RECORD.
049500     IF EUL1-TIM-START-DATE NOT NUMERIC
049600        OR EUL1-TIM-START-TIME NOT NUMERIC
049700        OR NOT (EUL1-TIM-STEP-START OR EUL1-TIM-STEP-END
049800                OR EUL1-TIM-SCENARIO-ROW)
049900         ADD 1 TO EUL1-TMR-UNREADABLE
050000         GO TO 1310-EXIT
050100     END-IF.
050200     IF NOT EUL1-TIM-STEP-START
050300        AND (EUL1-TIM-END-DATE NOT NUMERIC
050400             OR EUL1-TIM-END-TIME NOT NUMERIC)
050500         ADD 1 TO EUL1-TMR-UNREADABLE
050600         GO TO 1310-EXIT
050700     END-IF.
050800     MOVE EUL1-TIM-START-DATE TO EUL1-TMR-STAMP-DATE.
050900     MOVE EUL1-TIM-START-TIME TO EUL1-TMR-STAMP-TIME.
051000     PERFORM 1550-BUILD-STAMP THRU 1550-EXIT.
051100     IF EUL1-TMR-STAMP-OK
051200        AND NOT EUL1-TIM-STEP-START
051300         MOVE EUL1-TIM-END-DATE TO EUL1-TMR-STAMP-DATE
051400         MOVE EUL1-TIM-END-TIME TO EUL1-TMR-STAMP-TIME
051500         PERFORM 1550-BUILD-STAMP THRU 1550-EXIT
051600     END-IF.
051700     IF EUL1-TMR-STAMP-BAD
051800         ADD 1 TO EUL1-TMR-UNREADABLE
051900         GO TO 1310-EXIT
052000     END-IF.
052100     IF EUL1-TIM-STEP-END
052200         SET EUL1-TMR-NOT-MATCHED TO TRUE
052300         PERFORM 1320-MATCH-START THRU 1320-EXIT
052400             VARYING EUL1-RWX FROM EUL1-TMR-ROW-CNT BY -1
052500             UNTIL EUL1-RWX < 1
052600             OR EUL1-TMR-MATCHED
052700         IF EUL1-TMR-MATCHED
052800             MOVE EUL1-RWX2 TO EUL1-RWX
052900             PERFORM 1330-TAKE-END THRU 1330-EXIT
053000             PERFORM 1500-TIME-ROW THRU 1500-EXIT
053100             GO TO 1310-EXIT
053200         END-IF
053300     END-IF.
053400     PERFORM 1400-ADD-ROW THRU 1400-EXIT.
053500     MOVE EUL1-TIM-PROGRAM TO EUL1-TMR-R-PROGRAM(EUL1-RWX).
053600     MOVE EUL1-TIM-START-DATE TO EUL1-TMR-R-START-DATE(EUL1-RWX).
053700     MOVE EUL1-TIM-START-TIME TO EUL1-TMR-R-START-TIME(EUL1-RWX).
053800     MOVE ZERO TO EUL1-TMR-R-LIMIT(EUL1-RWX).
053900     MOVE SPACE TO EUL1-TMR-R-METHOD(EUL1-RWX).
054000     IF EUL1-TIM-SCENARIO-ROW
054100         SET EUL1-TMR-R-SCENARIO-ROW(EUL1-RWX) TO TRUE
054200         MOVE EUL1-TIM-SCENARIO TO EUL1-TMR-R-SCENARIO(EUL1-RWX)
054300         IF EUL1-TIM-LIMIT NUMERIC
054400             MOVE EUL1-TIM-LIMIT TO EUL1-TMR-R-LIMIT(EUL1-RWX)
054500         END-IF
054600         MOVE EUL1-TIM-METHOD TO EUL1-TMR-R-METHOD(EUL1-RWX)
054700     ELSE
054800         SET EUL1-TMR-R-STEP(EUL1-RWX) TO TRUE
054900         MOVE SPACES TO EUL1-TMR-R-SCENARIO(EUL1-RWX)
055000     END-IF.
055100     IF EUL1-TIM-STEP-START
055200         SET EUL1-TMR-R-NO-END(EUL1-RWX) TO TRUE
055300         MOVE ZERO TO EUL1-TMR-R-END-DATE(EUL1-RWX)
055400         MOVE ZERO TO EUL1-TMR-R-END-TIME(EUL1-RWX)
055500         MOVE ZERO TO EUL1-TMR-R-RC(EUL1-RWX)
055600     ELSE
055700         PERFORM 1330-TAKE-END THRU 1330-EXIT
055800     END-IF.
055900     PERFORM 1500-TIME-ROW THRU 1500-EXIT.
055950     PERFORM 1450-TRIM-TABLE THRU 1450-EXIT.
056000 1310-EXIT.
056100     EXIT.
056200*
056300******************************************************************
056400*    1320-MATCH-START - TEST ONE ROW, WORKING BACK FROM THE      *
056500*    NEWEST, AS THE OPEN START OF THE STEP END JUST READ.        *
056600******************************************************************
056700 1320-MATCH-START.
056800     IF EUL1-TMR-R-STEP(EUL1-RWX)
056900        AND EUL1-TMR-R-NO-END(EUL1-RWX)
057000        AND EUL1-TMR-R-PROGRAM(EUL1-RWX) = EUL1-TIM-PROGRAM
057100        AND EUL1-TMR-R-START-DATE(EUL1-RWX) = EUL1-TIM-START-DATE
057200        AND EUL1-TMR-R-START-TIME(EUL1-RWX) = EUL1-TIM-START-TIME
057300         SET EUL1-TMR-MATCHED TO TRUE
057400         MOVE EUL1-RWX TO EUL1-RWX2
057500     END-IF.
057600 1320-EXIT.
057700     EXIT.
057800*
057900******************************************************************
058000*    1330-TAKE-END - CARRY THE END OF THE TIMING RECORD ONTO THE *
058100*    ROW.                                                        *
058200******************************************************************
058300 1330-TAKE-END.
058400     MOVE EUL1-TIM-END-DATE TO EUL1-TMR-R-END-DATE(EUL1-RWX).
058500     MOVE EUL1-TIM-END-TIME TO EUL1-TMR-R-END-TIME(EUL1-RWX).
058600     SET EUL1-TMR-R-HAS-END(EUL1-RWX) TO TRUE.
058700     IF EUL1-TIM-RC NUMERIC
058800         MOVE EUL1-TIM-RC TO EUL1-TMR-R-RC(EUL1-RWX)
058900     ELSE
059000         MOVE ZERO TO EUL1-TMR-R-RC(EUL1-RWX)
059100     END-IF.
059200 1330-EXIT.
059300     EXIT.
059400*
059500******************************************************************
059554*    1400-ADD-ROW - CLAIM THE NEXT ROW OF THE TABLE.  THE ROW    *
059608*    CLAIMED IS LEFT IN EUL1-RWX.  ONCE THE ROW IS FILLED AND    *
059662*    TIMED, 1450-TRIM-TABLE BRINGS THE TABLE BACK TO 3000 ROWS.  *
059716******************************************************************
059770 1400-ADD-ROW.
059824     ADD 1 TO EUL1-TMR-ROW-CNT.
059878     MOVE EUL1-TMR-ROW-CNT TO EUL1-RWX.
059932 1400-EXIT.
059986     EXIT.
060040*
060094******************************************************************
060148*    1410-SLIDE-ROW - MOVE ONE ROW UP ONE PLACE.                 *
060202******************************************************************
060256 1410-SLIDE-ROW.
060310     MOVE EUL1-TMR-ROW(EUL1-RWX + 1) TO EUL1-TMR-ROW(EUL1-RWX).
060364 1410-EXIT.
060418     EXIT.
060472*
060526******************************************************************
060580*    1450-TRIM-TABLE - WHEN THE TABLE HOLDS MORE THAN 3000 ROWS, *
060634*    DROP THE FIRST-LOADED ROW OF THE OLDEST NIGHT, SO THE TABLE *
060688*    KEEPS THE LATEST NIGHTS WHICHEVER FILE THEIR ROWS CAME      *
060742*    FROM.  THE ROW JUST TAKEN ON MAY ITSELF BE THE ONE DROPPED. *
060796******************************************************************
060850 1450-TRIM-TABLE.
060904     IF EUL1-TMR-ROW-CNT NOT > 3000
060958         GO TO 1450-EXIT
061012     END-IF.
061066     IF NOT EUL1-TMR-DROP-SHOWN
061120         DISPLAY 'EUL1TMR - MORE THAN 3000 TIMED ROWS - ROWS OF '
061174             'THE OLDEST NIGHTS DROPPED FROM THE REPORT'
061228         SET EUL1-TMR-DROP-SHOWN TO TRUE
061282     END-IF.
061336     ADD 1 TO EUL1-TMR-DROPPED.
061390     MOVE 1 TO EUL1-RWX2.
061444     PERFORM 1460-FIND-OLDEST THRU 1460-EXIT
061498         VARYING EUL1-RWX FROM 2 BY 1
061552         UNTIL EUL1-RWX > EUL1-TMR-ROW-CNT.
061606     PERFORM 1410-SLIDE-ROW THRU 1410-EXIT
061660         VARYING EUL1-RWX FROM EUL1-RWX2 BY 1
061714         UNTIL EUL1-RWX NOT < EUL1-TMR-ROW-CNT.
061768     SUBTRACT 1 FROM EUL1-TMR-ROW-CNT.
061822 1450-EXIT.
061876     EXIT.
061930*
061984******************************************************************
062038*    1460-FIND-OLDEST - TEST ONE ROW AGAINST THE OLDEST FOUND SO *
062092*    FAR.  ON A TIE THE EARLIER ROW IS KEPT AS THE OLDEST.       *
062146******************************************************************
062200 1460-FIND-OLDEST.
062254     IF EUL1-TMR-R-NIGHT(EUL1-RWX) < EUL1-TMR-R-NIGHT(EUL1-RWX2)
062308         MOVE EUL1-RWX TO EUL1-RWX2
062362     END-IF.
062416 1460-EXIT.
062470     EXIT.
062600*
062700******************************************************************
062800*    1500-TIME-ROW - WORK OUT THE NIGHT THE ROW BELONGS TO AND,  *
062900*    WHEN IT HAS AN END, ITS ELAPSED TIME.  A START BEFORE THE   *
063000*    CUT-OFF HOUR BELONGS TO THE NIGHT BEFORE.  THE DATES AND    *
063100*    TIMES WERE PROVED WHEN THE RECORD WAS READ.                 *
063200******************************************************************
063300 1500-TIME-ROW.
063400     MOVE EUL1-TMR-R-START-DATE(EUL1-RWX) TO EUL1-TMR-STAMP-DATE.
063500     MOVE EUL1-TMR-R-START-TIME(EUL1-RWX) TO EUL1-TMR-STAMP-TIME.
063600     PERFORM 1550-BUILD-STAMP THRU 1550-EXIT.
063700     MOVE EUL1-TMR-STAMP TO EUL1-TMR-START-STAMP.
063800     IF EUL1-TMR-ST-HH < EUL1-TMR-CUTOFF-HOUR
063900         COMPUTE EUL1-TMR-R-NIGHT(EUL1-RWX) =
064000             FUNCTION DATE-OF-INTEGER(
064100             FUNCTION INTEGER-OF-DATE(EUL1-TMR-STAMP-DATE) - 1)
064200     ELSE
064300         MOVE EUL1-TMR-STAMP-DATE TO EUL1-TMR-R-NIGHT(EUL1-RWX)
064400     END-IF.
064500     MOVE ZERO TO EUL1-TMR-R-ELAPSED(EUL1-RWX).
064600     IF EUL1-TMR-R-NO-END(EUL1-RWX)
064700         GO TO 1500-EXIT
064800     END-IF.
064900     MOVE EUL1-TMR-R-END-DATE(EUL1-RWX) TO EUL1-TMR-STAMP-DATE.
065000     MOVE EUL1-TMR-R-END-TIME(EUL1-RWX) TO EUL1-TMR-STAMP-TIME.
065100     PERFORM 1550-BUILD-STAMP THRU 1550-EXIT.
065200     MOVE EUL1-TMR-STAMP TO EUL1-TMR-END-STAMP.
065300     IF EUL1-TMR-END-STAMP > EUL1-TMR-START-STAMP
065400         COMPUTE EUL1-TMR-R-ELAPSED(EUL1-RWX) =
065500             EUL1-TMR-END-STAMP - EUL1-TMR-START-STAMP
065600             ON SIZE ERROR
065700                 MOVE 999999999 TO EUL1-TMR-R-ELAPSED(EUL1-RWX)
065800         END-COMPUTE
065900     END-IF.
066000 1500-EXIT.
066100     EXIT.
066200*
066300******************************************************************
066400*    1550-BUILD-STAMP - TURN A CCYYMMDD DATE AND HHMMSSHH TIME   *
066500*    INTO HUNDREDTHS OF A SECOND ON THE GREGORIAN DAY COUNT.  A  *
066600*    DATE THAT IS NOT A CALENDAR DATE, OR A TIME OUT OF RANGE,   *
066700*    IS MARKED BAD.                                              *
066800******************************************************************
066900 1550-BUILD-STAMP.
067000     SET EUL1-TMR-STAMP-OK TO TRUE.
067100     MOVE ZERO TO EUL1-TMR-STAMP.
067200     IF FUNCTION TEST-DATE-YYYYMMDD(EUL1-TMR-STAMP-DATE)
067300             NOT = ZERO
067400        OR EUL1-TMR-ST-HH > 23
067500        OR EUL1-TMR-ST-MM > 59
067600        OR EUL1-TMR-ST-SS > 59
067700         SET EUL1-TMR-STAMP-BAD TO TRUE
067800         GO TO 1550-EXIT
067900     END-IF.
068000     COMPUTE EUL1-TMR-STAMP =
068100         FUNCTION INTEGER-OF-DATE(EUL1-TMR-STAMP-DATE) * 8640000
068200         + EUL1-TMR-ST-HH * 360000
068300         + EUL1-TMR-ST-MM * 6000
068400         + EUL1-TMR-ST-SS * 100
068500         + EUL1-TMR-ST-CC.
068600 1550-EXIT.
068700     EXIT.
068800*
068900******************************************************************
069000*    2000-BUILD-NIGHTS - LIST THE NIGHTS ON FILE IN DATE ORDER   *
069100*    AND GIVE EVERY ROW THE POSITION OF ITS NIGHT, SO THE        *
069200*    TRAILING NIGHTS OF A ROW ARE THE NIGHTS JUST BEFORE IT.     *
069300******************************************************************
069400 2000-BUILD-NIGHTS.
069500     PERFORM 2100-PLACE-NIGHT THRU 2100-EXIT
069600         VARYING EUL1-RWX FROM 1 BY 1
069700         UNTIL EUL1-RWX > EUL1-TMR-ROW-CNT.
069800     PERFORM 2200-INDEX-ROW THRU 2200-EXIT
069900         VARYING EUL1-RWX FROM 1 BY 1
070000         UNTIL EUL1-RWX > EUL1-TMR-ROW-CNT.
070100 2000-EXIT.
070200     EXIT.
070300*
070400******************************************************************
070500*    2100-PLACE-NIGHT - ADD THE ROW'S NIGHT TO THE NIGHT TABLE   *
070600*    IN ITS DATE ORDER UNLESS IT IS ALREADY THERE.               *
070700******************************************************************
070800 2100-PLACE-NIGHT.
070900     MOVE EUL1-TMR-R-NIGHT(EUL1-RWX) TO EUL1-TMR-NEW-NIGHT.
071000     SET EUL1-TMR-NOT-MATCHED TO TRUE.
071100     COMPUTE EUL1-NTX2 = EUL1-TMR-NIGHT-CNT + 1.
071200     PERFORM 2110-SCAN-NIGHT THRU 2110-EXIT
071300         VARYING EUL1-NTX FROM 1 BY 1
071400         UNTIL EUL1-NTX > EUL1-TMR-NIGHT-CNT
071500         OR EUL1-TMR-MATCHED.
071600     IF EUL1-TMR-MATCHED
071700         IF EUL1-TMR-NIGHT-DATE(EUL1-NTX2) = EUL1-TMR-NEW-NIGHT
071800             GO TO 2100-EXIT
071900         END-IF
072000     END-IF.
072100     PERFORM 2120-SHIFT-NIGHT THRU 2120-EXIT
072200         VARYING EUL1-NTX FROM EUL1-TMR-NIGHT-CNT BY -1
072300         UNTIL EUL1-NTX < EUL1-NTX2.
072400     MOVE EUL1-TMR-NEW-NIGHT TO EUL1-TMR-NIGHT-DATE(EUL1-NTX2).
072500     ADD 1 TO EUL1-TMR-NIGHT-CNT.
072600 2100-EXIT.
072700     EXIT.
072800*
072900******************************************************************
073000*    2110-SCAN-NIGHT - STOP AT THE FIRST NIGHT NOT EARLIER THAN  *
073100*    THE ONE BEING PLACED.                                       *
073200******************************************************************
073300 2110-SCAN-NIGHT.
073400     IF EUL1-TMR-NIGHT-DATE(EUL1-NTX) NOT < EUL1-TMR-NEW-NIGHT
073500         SET EUL1-TMR-MATCHED TO TRUE
073600         MOVE EUL1-NTX TO EUL1-NTX2
073700     END-IF.
073800 2110-EXIT.
073900     EXIT.
074000*
074100******************************************************************
074200*    2120-SHIFT-NIGHT - MOVE ONE NIGHT DOWN ONE PLACE TO MAKE    *
074300*    ROOM.                                                       *
074400******************************************************************
074500 2120-SHIFT-NIGHT.
074600     MOVE EUL1-TMR-NIGHT-DATE(EUL1-NTX)
074700         TO EUL1-TMR-NIGHT-DATE(EUL1-NTX + 1).
074800 2120-EXIT.
074900     EXIT.
075000*
075100******************************************************************
075200*    2200-INDEX-ROW - FIND THE POSITION OF THE ROW'S NIGHT.      *
075300******************************************************************
075400 2200-INDEX-ROW.
075500     SET EUL1-TMR-NOT-MATCHED TO TRUE.
075600     PERFORM 2210-MATCH-NIGHT THRU 2210-EXIT
075700         VARYING EUL1-NTX FROM 1 BY 1
075800         UNTIL EUL1-NTX > EUL1-TMR-NIGHT-CNT
075900         OR EUL1-TMR-MATCHED.
076000 2200-EXIT.
076100     EXIT.
076200*
076300******************************************************************
076400*    2210-MATCH-NIGHT - TEST ONE NIGHT AGAINST THE ROW'S NIGHT.  *
076500******************************************************************
076600 2210-MATCH-NIGHT.
076700     IF EUL1-TMR-NIGHT-DATE(EUL1-NTX) = EUL1-TMR-R-NIGHT(EUL1-RWX)
076800         SET EUL1-TMR-MATCHED TO TRUE
076900         MOVE EUL1-NTX TO EUL1-TMR-R-NIX(EUL1-RWX)
077000     END-IF.
077100 2210-EXIT.
077200     EXIT.
077300*
077400******************************************************************
077500*    3000-PRODUCE-REPORT - REPORT EVERY NIGHT FROM THE FIRST     *
077600*    NIGHT ASKED FOR TO THE LATEST ON FILE.                      *
077700******************************************************************
077800 3000-PRODUCE-REPORT.
077900     COMPUTE EUL1-TMR-FIRST-NIX = EUL1-TMR-NIGHT-CNT + 1.
078000     SET EUL1-TMR-NOT-MATCHED TO TRUE.
078100     PERFORM 3050-FIND-FIRST-NIGHT THRU 3050-EXIT
078200         VARYING EUL1-NTX FROM 1 BY 1
078300         UNTIL EUL1-NTX > EUL1-TMR-NIGHT-CNT
078400         OR EUL1-TMR-MATCHED.
078500     IF EUL1-TMR-FIRST-NIX > EUL1-TMR-NIGHT-CNT
078600         MOVE SPACES TO EUL1-MRP-PRINT-LINE
078700         WRITE EUL1-MRP-PRINT-LINE
078800         MOVE 'NO TIMED STEPS OR SCENARIOS ON FILE FOR THE NIGHTS'
078900             TO EUL1-MRP-N-TEXT
079000         MOVE EUL1-MRP-NOTE TO EUL1-MRP-PRINT-LINE
079100         WRITE EUL1-MRP-PRINT-LINE
079200         GO TO 3000-EXIT
079300     END-IF.
079400     PERFORM 3100-REPORT-NIGHT THRU 3100-EXIT
079500         VARYING EUL1-NTX FROM EUL1-TMR-FIRST-NIX BY 1
079600         UNTIL EUL1-NTX > EUL1-TMR-NIGHT-CNT.
079700 3000-EXIT.
079800     EXIT.
079900*
080000******************************************************************
080100*    3050-FIND-FIRST-NIGHT - STOP AT THE FIRST NIGHT ON OR AFTER *
080200*    THE FIRST NIGHT ON THE CARD.                                *
080300******************************************************************
080400 3050-FIND-FIRST-NIGHT.
080500     IF EUL1-TMR-NIGHT-DATE(EUL1-NTX) NOT < EUL1-TMR-FROM-DATE
080600         SET EUL1-TMR-MATCHED TO TRUE
080700         MOVE EUL1-NTX TO EUL1-TMR-FIRST-NIX
080800     END-IF.
080900 3050-EXIT.
081000     EXIT.
081100*
081200******************************************************************
081300*    3100-REPORT-NIGHT - PRINT ONE NIGHT: ITS STEP LINES, THEN   *
081400*    ITS SCENARIO LINES.                                         *
081500******************************************************************
081600 3100-REPORT-NIGHT.
081700     ADD 1 TO EUL1-TMR-NIGHTS-RPT.
081800     MOVE SPACES TO EUL1-MRP-PRINT-LINE.
081900     WRITE EUL1-MRP-PRINT-LINE.
082000     MOVE EUL1-TMR-NIGHT-DATE(EUL1-NTX) TO EUL1-TMR-DATE-IN.
082100     PERFORM 8200-EDIT-DATE THRU 8200-EXIT.
082200     MOVE EUL1-TMR-DATE-OUT TO EUL1-MRP-N-DATE.
082300     MOVE EUL1-MRP-NIGHT TO EUL1-MRP-PRINT-LINE.
082400     WRITE EUL1-MRP-PRINT-LINE.
082500     MOVE 'STEPS' TO EUL1-MRP-S-TEXT.
082600     MOVE EUL1-MRP-SECT TO EUL1-MRP-PRINT-LINE.
082700     WRITE EUL1-MRP-PRINT-LINE.
082800     MOVE EUL1-MRP-COLH TO EUL1-MRP-PRINT-LINE.
082900     WRITE EUL1-MRP-PRINT-LINE.
083000     MOVE ZERO TO EUL1-TMR-NIGHT-LINES.
083100     PERFORM 3200-REPORT-STEP THRU 3200-EXIT
083200         VARYING EUL1-RWX FROM 1 BY 1
083300         UNTIL EUL1-RWX > EUL1-TMR-ROW-CNT.
083400     IF EUL1-TMR-NIGHT-LINES = ZERO
083500         MOVE 'NO STEP TIMES ON FILE FOR THE NIGHT'
083600             TO EUL1-MRP-N-TEXT
083700         MOVE EUL1-MRP-NOTE TO EUL1-MRP-PRINT-LINE
083800         WRITE EUL1-MRP-PRINT-LINE
083900     END-IF.
084000     MOVE 'SCENARIOS' TO EUL1-MRP-S-TEXT.
084100     MOVE EUL1-MRP-SECT TO EUL1-MRP-PRINT-LINE.
084200     WRITE EUL1-MRP-PRINT-LINE.
084300     MOVE EUL1-MRP-COLH TO EUL1-MRP-PRINT-LINE.
084400     WRITE EUL1-MRP-PRINT-LINE.
084500     MOVE ZERO TO EUL1-TMR-NIGHT-LINES.
084600     PERFORM 3300-REPORT-SCENARIO THRU 3300-EXIT
084700         VARYING EUL1-RWX FROM 1 BY 1
084800         UNTIL EUL1-RWX > EUL1-TMR-ROW-CNT.
084900     IF EUL1-TMR-NIGHT-LINES = ZERO
085000         MOVE 'NO SCENARIO TIMES ON FILE FOR THE NIGHT'
085100             TO EUL1-MRP-N-TEXT
085200         MOVE EUL1-MRP-NOTE TO EUL1-MRP-PRINT-LINE
085300         WRITE EUL1-MRP-PRINT-LINE
085400     END-IF.
085500 3100-EXIT.
085600     EXIT.
085700*
085800******************************************************************
085900*    3200-REPORT-STEP - PRINT THE ROW IF IT IS A STEP RUN OF THE *
086000*    NIGHT, COUNTING IT AS OVER TOLERANCE OR WITH NO END.        *
086100******************************************************************
086200 3200-REPORT-STEP.
086300     IF NOT EUL1-TMR-R-STEP(EUL1-RWX)
086400        OR EUL1-TMR-R-NIX(EUL1-RWX) NOT = EUL1-NTX
086500         GO TO 3200-EXIT
086600     END-IF.
086700     PERFORM 3400-PRINT-ROW THRU 3400-EXIT.
086800     ADD 1 TO EUL1-TMR-NIGHT-LINES.
086900     ADD 1 TO EUL1-TMR-STEPS-RPT.
087000     IF EUL1-TMR-R-NO-END(EUL1-RWX)
087100         ADD 1 TO EUL1-TMR-NO-END-CNT
087200     END-IF.
087300     IF EUL1-TMR-OVER
087400         ADD 1 TO EUL1-TMR-OVER-CNT
087500     END-IF.
087600 3200-EXIT.
087700     EXIT.
087800*
087900******************************************************************
088000*    3300-REPORT-SCENARIO - PRINT THE ROW IF IT IS A SCENARIO    *
088100*    RUN OF THE NIGHT, COUNTING IT AS OVER TOLERANCE.            *
088200******************************************************************
088300 3300-REPORT-SCENARIO.
088400     IF NOT EUL1-TMR-R-SCENARIO-ROW(EUL1-RWX)
088500        OR EUL1-TMR-R-NIX(EUL1-RWX) NOT = EUL1-NTX
088600         GO TO 3300-EXIT
088700     END-IF.
088800     PERFORM 3400-PRINT-ROW THRU 3400-EXIT.
088900     ADD 1 TO EUL1-TMR-NIGHT-LINES.
089000     ADD 1 TO EUL1-TMR-SCENS-RPT.
089100     IF EUL1-TMR-OVER
089200         ADD 1 TO EUL1-TMR-OVER-CNT
089300     END-IF.
089400 3300-EXIT.
089500     EXIT.
089600*
089700******************************************************************
089800*    3400-PRINT-ROW - PRINT ONE ROW WITH ITS START AND END, ITS  *
089900*    ELAPSED TIME AGAINST THE TRAILING AVERAGE, AND ITS FLAGS.   *
090000*    A ROW IS OVER TOLERANCE WHEN IT RAN LONGER THAN THE AVERAGE *
090100*    BY MORE THAN THE TOLERANCE PERCENT; A ROW WITH NO EARLIER   *
090200*    NIGHTS ON FILE HAS NO AVERAGE AND IS NEVER FLAGGED.         *
090300******************************************************************
090400 3400-PRINT-ROW.
090500     MOVE SPACES TO EUL1-MRP-DETAIL.
090600     SET EUL1-TMR-NOT-OVER TO TRUE.
090700     MOVE EUL1-TMR-R-PROGRAM(EUL1-RWX) TO EUL1-MRP-D-PROGRAM.
090800     MOVE EUL1-TMR-R-SCENARIO(EUL1-RWX) TO EUL1-MRP-D-SCENARIO.
090900     MOVE EUL1-TMR-R-START-TIME(EUL1-RWX) TO EUL1-TMR-STAMP-TIME.
091000     PERFORM 3600-EDIT-TIME THRU 3600-EXIT.
091100     MOVE EUL1-TMR-TIME-ED TO EUL1-MRP-D-START.
091200     IF EUL1-TMR-R-NO-END(EUL1-RWX)
091300         MOVE 'NO END RECORD' TO EUL1-MRP-D-NOTE
091400     ELSE
091500         MOVE EUL1-TMR-R-END-TIME(EUL1-RWX) TO EUL1-TMR-STAMP-TIME
091600         PERFORM 3600-EDIT-TIME THRU 3600-EXIT
091700         MOVE EUL1-TMR-TIME-ED TO EUL1-MRP-D-END
091800         COMPUTE EUL1-TMR-SECONDS =
091900             EUL1-TMR-R-ELAPSED(EUL1-RWX) / 100
092000         MOVE EUL1-TMR-SECONDS TO EUL1-TMR-SECONDS-ED
092100         MOVE EUL1-TMR-SECONDS-ED TO EUL1-MRP-D-ELAPSED
092200     END-IF.
092300     IF EUL1-TMR-R-STEP(EUL1-RWX)
092400        AND EUL1-TMR-R-HAS-END(EUL1-RWX)
092500         MOVE EUL1-TMR-R-RC(EUL1-RWX) TO EUL1-TMR-RC-ED
092600         MOVE EUL1-TMR-RC-ED TO EUL1-MRP-D-RC
092700     END-IF.
092800     IF EUL1-TMR-R-SCENARIO-ROW(EUL1-RWX)
092900         MOVE EUL1-TMR-R-LIMIT(EUL1-RWX) TO EUL1-TMR-LIMIT-ED
093000         MOVE EUL1-TMR-LIMIT-ED TO EUL1-MRP-D-LIMIT
093100         PERFORM 3450-NOTE-SCENARIO THRU 3450-EXIT
093200     END-IF.
093300     PERFORM 3500-TRAILING-AVERAGE THRU 3500-EXIT.
093400     IF EUL1-TMR-AVG-CNT = ZERO
093500         GO TO 3400-WRITE
093600     END-IF.
093700     COMPUTE EUL1-TMR-AVG ROUNDED =
093800         EUL1-TMR-AVG-SUM / EUL1-TMR-AVG-CNT.
093900     COMPUTE EUL1-TMR-SECONDS = EUL1-TMR-AVG / 100.
094000     MOVE EUL1-TMR-SECONDS TO EUL1-TMR-SECONDS-ED.
094100     MOVE EUL1-TMR-SECONDS-ED TO EUL1-MRP-D-AVG.
094200     IF EUL1-TMR-R-NO-END(EUL1-RWX)
094300        OR EUL1-TMR-AVG = ZERO
094400         GO TO 3400-WRITE
094500     END-IF.
094600     COMPUTE EUL1-TMR-PCT ROUNDED =
094700         (EUL1-TMR-R-ELAPSED(EUL1-RWX) - EUL1-TMR-AVG) * 100
094800         / EUL1-TMR-AVG
094900         ON SIZE ERROR
095000             MOVE 99999 TO EUL1-TMR-PCT
095100     END-COMPUTE.
095200     MOVE EUL1-TMR-PCT TO EUL1-TMR-PCT-ED.
095300     MOVE EUL1-TMR-PCT-ED TO EUL1-MRP-D-PCT.
095400     IF EUL1-TMR-R-ELAPSED(EUL1-RWX) * 100 >
095500             EUL1-TMR-AVG * (100 + EUL1-TMR-TOLERANCE)
095600         SET EUL1-TMR-OVER TO TRUE
095700         MOVE '**' TO EUL1-MRP-D-FLAG
095800     END-IF.
095900 3400-WRITE.
096000     MOVE EUL1-MRP-DETAIL TO EUL1-MRP-PRINT-LINE.
096100     WRITE EUL1-MRP-PRINT-LINE.
096200 3400-EXIT.
096300     EXIT.
096400*
096500******************************************************************
096600*    3450-NOTE-SCENARIO - SHOW THE VERIFICATION METHOD AND MARK  *
096700*    A LARGE LIMIT OR A SAMPLED VERIFICATION SO IT STANDS OUT.   *
096800******************************************************************
096900 3450-NOTE-SCENARIO.
097000     IF EUL1-TMR-R-METHOD(EUL1-RWX) = 'F'
097100         MOVE 'FULL' TO EUL1-MRP-D-METHOD
097200     END-IF.
097300     IF EUL1-TMR-R-METHOD(EUL1-RWX) = 'S'
097400         MOVE 'SAMPLED' TO EUL1-MRP-D-METHOD
097500     END-IF.
097600     IF EUL1-TMR-R-LIMIT(EUL1-RWX) NOT < EUL1-TMR-LARGE-LIMIT
097700         IF EUL1-TMR-R-METHOD(EUL1-RWX) = 'S'
097800             MOVE 'LARGE LIMIT - SAMPLED' TO EUL1-MRP-D-NOTE
097900         ELSE
098000             MOVE 'LARGE LIMIT' TO EUL1-MRP-D-NOTE
098100         END-IF
098200         GO TO 3450-EXIT
098300     END-IF.
098400     IF EUL1-TMR-R-METHOD(EUL1-RWX) = 'S'
098500         MOVE 'SAMPLING VERIFICATION' TO EUL1-MRP-D-NOTE
098600     END-IF.
098700 3450-EXIT.
098800     EXIT.
098900*
099000******************************************************************
099100*    3500-TRAILING-AVERAGE - TOTAL THE COMPLETED ROWS OF THE     *
099200*    SAME KIND, PROGRAM, AND SCENARIO ON THE TRAILING NIGHTS     *
099300*    BEFORE THE ROW'S OWN NIGHT.                                 *
099400******************************************************************
099500 3500-TRAILING-AVERAGE.
099600     MOVE ZERO TO EUL1-TMR-AVG-SUM.
099700     MOVE ZERO TO EUL1-TMR-AVG-CNT.
099800     MOVE ZERO TO EUL1-TMR-AVG.
099900     COMPUTE EUL1-TMR-LOW-NIX =
100000         EUL1-TMR-R-NIX(EUL1-RWX) - EUL1-TMR-TRAIL-NIGHTS.
100100     PERFORM 3510-ADD-TO-AVERAGE THRU 3510-EXIT
100200         VARYING EUL1-RWX2 FROM 1 BY 1
100300         UNTIL EUL1-RWX2 > EUL1-TMR-ROW-CNT.
100400 3500-EXIT.
100500     EXIT.
100600*
100700******************************************************************
100800*    3510-ADD-TO-AVERAGE - ADD ONE ROW TO THE TRAILING TOTAL     *
100900*    WHEN IT IS A COMPLETED RUN OF THE SAME STEP OR SCENARIO ON  *
101000*    ONE OF THE TRAILING NIGHTS.                                 *
101100******************************************************************
101200 3510-ADD-TO-AVERAGE.
101300     IF EUL1-TMR-R-KIND(EUL1-RWX2) = EUL1-TMR-R-KIND(EUL1-RWX)
101400        AND EUL1-TMR-R-PROGRAM(EUL1-RWX2)
101500            = EUL1-TMR-R-PROGRAM(EUL1-RWX)
101600        AND EUL1-TMR-R-SCENARIO(EUL1-RWX2)
101700            = EUL1-TMR-R-SCENARIO(EUL1-RWX)
101800        AND EUL1-TMR-R-HAS-END(EUL1-RWX2)
101900        AND EUL1-TMR-R-NIX(EUL1-RWX2) < EUL1-TMR-R-NIX(EUL1-RWX)
102000        AND EUL1-TMR-R-NIX(EUL1-RWX2) NOT < EUL1-TMR-LOW-NIX
102100         ADD EUL1-TMR-R-ELAPSED(EUL1-RWX2) TO EUL1-TMR-AVG-SUM
102200         ADD 1 TO EUL1-TMR-AVG-CNT
102300     END-IF.
102400 3510-EXIT.
102500     EXIT.
102600*
102700******************************************************************
102800*    3600-EDIT-TIME - FORMAT THE HHMMSSHH TIME IN                *
102900*    EUL1-TMR-STAMP-TIME AS HH:MM:SS.                            *
103000******************************************************************
103100 3600-EDIT-TIME.
103200     MOVE EUL1-TMR-ST-HH TO EUL1-TMR-TE-HH.
103300     MOVE EUL1-TMR-ST-MM TO EUL1-TMR-TE-MM.
103400     MOVE EUL1-TMR-ST-SS TO EUL1-TMR-TE-SS.
103500 3600-EXIT.
103600     EXIT.
103700*
103800******************************************************************
103900*    4000-WATCH-LIST - LIST THE LATEST NIGHT'S SCENARIOS WITH A  *
104000*    LARGE LIMIT OR A SAMPLED VERIFICATION, THE RUNS MOST LIKELY *
104100*    TO STRETCH THE BATCH WINDOW.                                *
104200******************************************************************
104300 4000-WATCH-LIST.
104400     IF EUL1-TMR-FIRST-NIX > EUL1-TMR-NIGHT-CNT
104500         GO TO 4000-EXIT
104600     END-IF.
104700     MOVE SPACES TO EUL1-MRP-PRINT-LINE.
104800     WRITE EUL1-MRP-PRINT-LINE.
104900     MOVE EUL1-TMR-NIGHT-DATE(EUL1-TMR-NIGHT-CNT)
105000         TO EUL1-TMR-DATE-IN.
105100     PERFORM 8200-EDIT-DATE THRU 8200-EXIT.
105200     MOVE EUL1-TMR-DATE-OUT TO EUL1-MRP-W-DATE.
105300     MOVE EUL1-MRP-WHDG TO EUL1-MRP-PRINT-LINE.
105400     WRITE EUL1-MRP-PRINT-LINE.
105500     MOVE EUL1-MRP-COLH TO EUL1-MRP-PRINT-LINE.
105600     WRITE EUL1-MRP-PRINT-LINE.
105700     PERFORM 4100-WATCH-ONE-ROW THRU 4100-EXIT
105800         VARYING EUL1-RWX FROM 1 BY 1
105900         UNTIL EUL1-RWX > EUL1-TMR-ROW-CNT.
106000     IF EUL1-TMR-WATCH-CNT = ZERO
106100         MOVE 'NO LARGE-LIMIT OR SAMPLED SCENARIOS ON THE NIGHT'
106200             TO EUL1-MRP-N-TEXT
106300         MOVE EUL1-MRP-NOTE TO EUL1-MRP-PRINT-LINE
106400         WRITE EUL1-MRP-PRINT-LINE
106500     END-IF.
106600 4000-EXIT.
106700     EXIT.
106800*
106900******************************************************************
107000*    4100-WATCH-ONE-ROW - PRINT THE ROW IF IT IS A LARGE-LIMIT   *
107100*    OR SAMPLED SCENARIO OF THE LATEST NIGHT.                    *
107200******************************************************************
107300 4100-WATCH-ONE-ROW.
107400     IF NOT EUL1-TMR-R-SCENARIO-ROW(EUL1-RWX)
107500        OR EUL1-TMR-R-NIX(EUL1-RWX) NOT = EUL1-TMR-NIGHT-CNT
107600         GO TO 4100-EXIT
107700     END-IF.
107800     IF EUL1-TMR-R-LIMIT(EUL1-RWX) < EUL1-TMR-LARGE-LIMIT
107900        AND EUL1-TMR-R-METHOD(EUL1-RWX) NOT = 'S'
108000         GO TO 4100-EXIT
108100     END-IF.
108200     PERFORM 3400-PRINT-ROW THRU 3400-EXIT.
108300     ADD 1 TO EUL1-TMR-WATCH-CNT.
108400 4100-EXIT.
108500     EXIT.
108600*
108700******************************************************************
108800*    8000-TERMINATE - WRITE THE REPORT COUNTS, CLOSE THE REPORT, *
108900*    AND END WITH CONDITION CODE 4 WHEN ANY STEP OR SCENARIO RAN *
109000*    OVER TOLERANCE OR ANY STEP NEVER LOGGED ITS END.            *
109100******************************************************************
109200 8000-TERMINATE.
109300     MOVE SPACES TO EUL1-MRP-PRINT-LINE.
109400     WRITE EUL1-MRP-PRINT-LINE.
109500     MOVE 'NIGHTS REPORTED' TO EUL1-MRP-K-LABEL.
109600     MOVE EUL1-TMR-NIGHTS-RPT TO EUL1-MRP-K-VALUE.
109700     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
109800     MOVE 'STEP RUNS REPORTED' TO EUL1-MRP-K-LABEL.
109900     MOVE EUL1-TMR-STEPS-RPT TO EUL1-MRP-K-VALUE.
110000     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
110100     MOVE 'SCENARIO RUNS REPORTED' TO EUL1-MRP-K-LABEL.
110200     MOVE EUL1-TMR-SCENS-RPT TO EUL1-MRP-K-VALUE.
110300     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
110400     MOVE 'OVER TOLERANCE' TO EUL1-MRP-K-LABEL.
110500     MOVE EUL1-TMR-OVER-CNT TO EUL1-MRP-K-VALUE.
110600     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
110700     MOVE 'STEPS WITH NO END RECORD' TO EUL1-MRP-K-LABEL.
110800     MOVE EUL1-TMR-NO-END-CNT TO EUL1-MRP-K-VALUE.
110900     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
111000     MOVE 'LARGE-LIMIT OR SAMPLED, LATEST' TO EUL1-MRP-K-LABEL.
111100     MOVE EUL1-TMR-WATCH-CNT TO EUL1-MRP-K-VALUE.
111200     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
111300     MOVE 'ROWS DROPPED - TABLE FULL' TO EUL1-MRP-K-LABEL.
111400     MOVE EUL1-TMR-DROPPED TO EUL1-MRP-K-VALUE.
111500     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
111600     MOVE 'UNREADABLE TIMING ROWS' TO EUL1-MRP-K-LABEL.
111700     MOVE EUL1-TMR-UNREADABLE TO EUL1-MRP-K-VALUE.
111800     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
111900     CLOSE EUL1-REPORT-FILE.
112000     IF EUL1-TMR-OVER-CNT > ZERO
112100        OR EUL1-TMR-NO-END-CNT > ZERO
112200         MOVE 4 TO RETURN-CODE
112300     END-IF.
112400 8000-EXIT.
112500     EXIT.
112600*
112700******************************************************************
112800*    8100-WRITE-COUNT - WRITE ONE LABELLED COUNT LINE.           *
112900******************************************************************
113000 8100-WRITE-COUNT.
113100     MOVE EUL1-MRP-COUNT TO EUL1-MRP-PRINT-LINE.
113200     WRITE EUL1-MRP-PRINT-LINE.
113300 8100-EXIT.
113400     EXIT.
113500*
113600******************************************************************
113700*    8200-EDIT-DATE - FORMAT THE CCYYMMDD DATE IN EUL1-TMR-DATE- *
113800*    IN AS CCYY-MM-DD IN EUL1-TMR-DATE-OUT.                      *
113900******************************************************************
114000 8200-EDIT-DATE.
114100     MOVE EUL1-TMR-DATE-IN TO EUL1-TMR-WORK-DATE.
114200     MOVE EUL1-TMR-WORK-DATE-X(1:4) TO EUL1-TMR-DATE-OUT(1:4).
114300     MOVE '-' TO EUL1-TMR-DATE-OUT(5:1).
114400     MOVE EUL1-TMR-WORK-DATE-X(5:2) TO EUL1-TMR-DATE-OUT(6:2).
114500     MOVE '-' TO EUL1-TMR-DATE-OUT(8:1).
114600     MOVE EUL1-TMR-WORK-DATE-X(7:2) TO EUL1-TMR-DATE-OUT(9:2).
114700 8200-EXIT.
114800     EXIT.
