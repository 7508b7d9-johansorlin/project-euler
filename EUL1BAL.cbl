000100******************************************************************
000200*                                                                *
000300*    PROGRAM:     EUL1BAL                                       *
000400*    AUTHOR:      J. D. MERCER                                  *
000500*    INSTALLATION: DATA PROCESSING                              *
000600*    DATE-WRITTEN: OCTOBER 2026                                 *
000700*                                                                *
000800*    DESCRIPTION:                                               *
000900*        END-OF-NIGHT CROSS-FILE BALANCING OF THE EUL1 AUDIT    *
001000*        TRAIL, DOWNSTREAM FEED, REVERSAL DATASET, AND          *
001100*        CONSUMER EXTRACTS.  THE CONTROL HEADER/TRAILER PAIRS   *
001200*        PROVE EACH FILE AGAINST ITSELF; THIS PROGRAM PROVES    *
001300*        THE FILES AGAINST EACH OTHER.  EVERY SUCCESSFUL ('S')  *
001400*        AUDIT ROW MUST HAVE EXACTLY ONE FEED ROW OF THE SAME   *
001500*        RUN-ID, SCENARIO, AND SUM, AND EVERY FEED ROW EXACTLY  *
001600*        ONE SUCH AUDIT ROW.  EVERY BACKED-OUT ('B') AUDIT ROW  *
001700*        MUST HAVE ITS ROW ON THE REVERSAL DATASET, AND EVERY   *
001800*        REVERSAL ROW A BACKED-OUT AUDIT ROW.  EVERY ROW ON     *
001900*        THE CURRENT EXTRACT GENERATIONS (EUL1XT1-EUL1XT8),     *
002000*        FIXED OR DELIMITED, MUST TRACE BACK TO A FEED ROW.     *
002100*        ONLY ROWS WHOSE RUN DATE FALLS INSIDE THE WINDOW ON    *
002200*        THE PARAMETER CARD ARE BALANCED; THE WINDOW MUST SIT   *
002300*        INSIDE THE AUDIT RETENTION PERIOD OF EUL1ARC, SINCE    *
002400*        ARCHIVED AUDIT ROWS ARE NO LONGER ON THE LIVE TRAIL.   *
002500*        THE BACKOUT'S OWN TRACE ROW AND A REJECTED CARD'S ROW  *
002600*        THAT A BACKOUT MARKED CARRY NO FEED ROW AND ARE NOT    *
002700*        BALANCED.  EVERY BREAK IS PRINTED IN RUN-ID ORDER.     *
002800*        ANY ORPHAN OR MISMATCH, OR A WINDOW TOO LARGE FOR THE  *
002900*        WORK TABLES, ENDS THE STEP WITH CONDITION CODE 12,     *
003000*        WHICH STOPS THE NIGHT.  AN EXTRACT ROW OF A RUN BACKED *
003100*        OUT SINCE THE EXTRACT WAS CUT IS A WARNING ONLY        *
003200*        (CONDITION CODE 4) - THE NEXT EXTRACT DROPS IT.        *
003300*        WITHOUT A VALID PARAMETER CARD THE STEP ABENDS.        *
003400*                                                                *
003500*    MODIFICATION HISTORY:                                      *
003600*        OCT2026  JDM  ORIGINAL PROGRAM.                        *
003620*        OCT2026  JDM  A BALANCING BREAK, OR A BALANCE THAT     *
003640*                      COULD NOT BE PROVEN, IS ALSO RAISED ON   *
003660*                      THE EXCEPTION QUEUE.                     *
003700*                                                                *
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. EUL1BAL.
004100 AUTHOR. J. D. MERCER.
004200 INSTALLATION. DATA PROCESSING.
004300 DATE-WRITTEN. OCTOBER 2026.
004400 DATE-COMPILED.
004500*
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT EUL1-BALPRM-FILE ASSIGN TO EUL1LPM
005000                             ORGANIZATION IS SEQUENTIAL
005100                             FILE STATUS IS EUL1-LPM-FILE-STATUS.
005200*
005300     SELECT EUL1-AUDIT-FILE  ASSIGN TO EUL1AUD
005400                             ORGANIZATION IS SEQUENTIAL
005500                             FILE STATUS IS EUL1-AUD-FILE-STATUS.
005600*
005700     SELECT EUL1-OUTFEED-FILE ASSIGN TO EUL1OUT
005800                             ORGANIZATION IS SEQUENTIAL
005900                             FILE STATUS IS EUL1-OUT-FILE-STATUS.
006000*
006100     SELECT EUL1-REVRSL-FILE ASSIGN TO EUL1RVS
006200                             ORGANIZATION IS SEQUENTIAL
006300                             FILE STATUS IS EUL1-RVS-FILE-STATUS.
006400*
006500     SELECT EUL1-EXTR1-FILE  ASSIGN TO EUL1XT1
006600                             ORGANIZATION IS SEQUENTIAL
006700                             FILE STATUS IS EUL1-XT1-FILE-STATUS.
006800*
006900     SELECT EUL1-EXTR2-FILE  ASSIGN TO EUL1XT2
007000                             ORGANIZATION IS SEQUENTIAL
007100                             FILE STATUS IS EUL1-XT2-FILE-STATUS.
007200*
007300     SELECT EUL1-EXTR3-FILE  ASSIGN TO EUL1XT3
007400                             ORGANIZATION IS SEQUENTIAL
007500                             FILE STATUS IS EUL1-XT3-FILE-STATUS.
007600*
007700     SELECT EUL1-EXTR4-FILE  ASSIGN TO EUL1XT4
007800                             ORGANIZATION IS SEQUENTIAL
007900                             FILE STATUS IS EUL1-XT4-FILE-STATUS.
008000*
008100     SELECT EUL1-EXTR5-FILE  ASSIGN TO EUL1XT5
008200                             ORGANIZATION IS SEQUENTIAL
008300                             FILE STATUS IS EUL1-XT5-FILE-STATUS.
008400*
008500     SELECT EUL1-EXTR6-FILE  ASSIGN TO EUL1XT6
008600                             ORGANIZATION IS SEQUENTIAL
008700                             FILE STATUS IS EUL1-XT6-FILE-STATUS.
008800*
008900     SELECT EUL1-EXTR7-FILE  ASSIGN TO EUL1XT7
009000                             ORGANIZATION IS SEQUENTIAL
009100                             FILE STATUS IS EUL1-XT7-FILE-STATUS.
009200*
009300     SELECT EUL1-EXTR8-FILE  ASSIGN TO EUL1XT8
009400                             ORGANIZATION IS SEQUENTIAL
009500                             FILE STATUS IS EUL1-XT8-FILE-STATUS.
009600*
009700     SELECT EUL1-REPORT-FILE ASSIGN TO EUL1LRP
009800                             ORGANIZATION IS SEQUENTIAL
009900                             FILE STATUS IS EUL1-LRP-FILE-STATUS.
009910*
009920     SELECT EUL1-EXCEPTION-FILE ASSIGN TO EUL1EXQ
009930                             ORGANIZATION IS INDEXED
009940                             ACCESS MODE IS DYNAMIC
009950                             RECORD KEY IS EUL1-EXQ-KEY
009960                             FILE STATUS IS EUL1-EXQ-FILE-STATUS.
010000*
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  EUL1-BALPRM-FILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 80 CHARACTERS.
010600 01  EUL1-LPM-CARD           PIC X(80).
010700*
010800 FD  EUL1-AUDIT-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 200 CHARACTERS.
011100 01  EUL1-AUD-CARD           PIC X(200).
011200*
011300 FD  EUL1-OUTFEED-FILE
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 80 CHARACTERS.
011600 01  EUL1-OUT-CARD           PIC X(80).
011700*
011800 FD  EUL1-REVRSL-FILE
011900     LABEL RECORDS ARE STANDARD
012000     RECORD CONTAINS 80 CHARACTERS.
012100 01  EUL1-RVS-CARD           PIC X(80).
012200*
012300 FD  EUL1-EXTR1-FILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORD CONTAINS 80 CHARACTERS.
012600 01  EUL1-XT1-CARD           PIC X(80).
012700*
012800 FD  EUL1-EXTR2-FILE
012900     LABEL RECORDS ARE STANDARD
013000     RECORD CONTAINS 80 CHARACTERS.
013100 01  EUL1-XT2-CARD           PIC X(80).
013200*
013300 FD  EUL1-EXTR3-FILE
013400     LABEL RECORDS ARE STANDARD
013500     RECORD CONTAINS 80 CHARACTERS.
013600 01  EUL1-XT3-CARD           PIC X(80).
013700*
013800 FD  EUL1-EXTR4-FILE
013900     LABEL RECORDS ARE STANDARD
014000     RECORD CONTAINS 80 CHARACTERS.
014100 01  EUL1-XT4-CARD           PIC X(80).
014200*
014300 FD  EUL1-EXTR5-FILE
014400     LABEL RECORDS ARE STANDARD
014500     RECORD CONTAINS 80 CHARACTERS.
014600 01  EUL1-XT5-CARD           PIC X(80).
014700*
014800 FD  EUL1-EXTR6-FILE
014900     LABEL RECORDS ARE STANDARD
015000     RECORD CONTAINS 80 CHARACTERS.
015100 01  EUL1-XT6-CARD           PIC X(80).
015200*
015300 FD  EUL1-EXTR7-FILE
015400     LABEL RECORDS ARE STANDARD
015500     RECORD CONTAINS 80 CHARACTERS.
015600 01  EUL1-XT7-CARD           PIC X(80).
015700*
015800 FD  EUL1-EXTR8-FILE
015900     LABEL RECORDS ARE STANDARD
016000     RECORD CONTAINS 80 CHARACTERS.
016100 01  EUL1-XT8-CARD           PIC X(80).
016200*
016300 FD  EUL1-REPORT-FILE
016400     LABEL RECORDS ARE STANDARD
016500     RECORD CONTAINS 132 CHARACTERS.
016600 01  EUL1-LRP-PRINT-LINE     PIC X(132).
016700*
016710 FD  EUL1-EXCEPTION-FILE
016720     LABEL RECORDS ARE STANDARD
016730     RECORD CONTAINS 300 CHARACTERS.
016740 01  EUL1-EXQ-CARD.
016750     05  EUL1-EXQ-KEY            PIC X(28).
016760     05  FILLER                  PIC X(272).
016770*
016800 WORKING-STORAGE SECTION.
016900*
017000******************************************************************
017100*    AUDIT TRAIL RECORD WORKING STORAGE                         *
017200******************************************************************
017300 COPY EUL1AUD.
017400*
017500******************************************************************
017600*    DOWNSTREAM FEED RECORD WORKING STORAGE                     *
017700******************************************************************
017800 COPY EUL1OUT.
017900*
018000******************************************************************
018100*    FEED AND AUDIT CONTROL HEADER/TRAILER RECORDS              *
018200******************************************************************
018300 COPY EUL1CTR.
018400*
018500******************************************************************
018600*    BALANCING REPORT PRINT LINES                               *
018700******************************************************************
018800 COPY EUL1LRP.
018900*
019000******************************************************************
019100*    BALANCING PARAMETER CARD LAYOUT - THE WINDOW IN DAYS BACK  *
019200*    FROM TODAY.                                                *
019300******************************************************************
019400 01  EUL1-BAL-PARM-RECORD.
019500     05  EUL1-BAL-WINDOW-DAYS PIC 9(04).
019600     05  FILLER              PIC X(76).
019700*
019800******************************************************************
019900*    WORK TABLES - THE SUCCESSFUL AND BACKED-OUT AUDIT ROWS IN  *
020000*    THE WINDOW WITH THE NUMBER OF FEED OR REVERSAL ROWS        *
020100*    MATCHED TO EACH, THE FEED ROWS IN THE WINDOW FOR THE       *
020200*    EXTRACT TRACE, AND THE BREAKS FOUND, SORTED BY RUN-ID      *
020300*    BEFORE THEY ARE PRINTED.                                   *
020400******************************************************************
020500 01  EUL1-BAL-AUD-TABLE.
020600     05  EUL1-BAL-AT-ENTRY   OCCURS 2000 TIMES.
020700         10  EUL1-BAL-AT-RUN-ID  PIC X(14).
020800         10  EUL1-BAL-AT-SCEN    PIC X(08).
020900         10  EUL1-BAL-AT-SUM     PIC 9(18).
021000         10  EUL1-BAL-AT-STATUS  PIC X(01).
021100         10  EUL1-BAL-AT-HITS    PIC 9(03).
021200*
021300 01  EUL1-BAL-FEED-TABLE.
021400     05  EUL1-BAL-FT-ENTRY   OCCURS 2000 TIMES.
021500         10  EUL1-BAL-FT-RUN-ID  PIC X(14).
021600         10  EUL1-BAL-FT-SCEN    PIC X(08).
021700         10  EUL1-BAL-FT-SUM     PIC 9(18).
021800*
021900 01  EUL1-BAL-BRK-TABLE.
022000     05  EUL1-BAL-BK-ENTRY   OCCURS 500 TIMES.
022100         10  EUL1-BAL-BK-KEY.
022200             15  EUL1-BAL-BK-RUN-ID PIC X(14).
022300             15  EUL1-BAL-BK-SEQ    PIC 9(05).
022400         10  EUL1-BAL-BK-SCEN    PIC X(08).
022500         10  EUL1-BAL-BK-SOURCE  PIC X(08).
022600         10  EUL1-BAL-BK-SUM     PIC 9(18).
022700         10  EUL1-BAL-BK-TEXT    PIC X(50).
022800*
022900 01  EUL1-BAL-SWAP-ENTRY     PIC X(103).
023000*
023100******************************************************************
023200*    DELIMITED EXTRACT ROW, AS EUL1XTR BUILDS IT                *
023300******************************************************************
023400 01  EUL1-BAL-DLM-FIELDS.
023500     05  EUL1-BAL-DL-RUN-ID  PIC X(14).
023600     05  EUL1-BAL-DL-DATE    PIC X(10).
023700     05  EUL1-BAL-DL-LIMIT   PIC X(09).
023800     05  EUL1-BAL-DL-DIVCNT  PIC X(02).
023900     05  EUL1-BAL-DL-SUM     PIC X(18).
024000     05  EUL1-BAL-DL-SCEN    PIC X(08).
024100     05  EUL1-BAL-DL-MODE    PIC X(01).
024200     05  EUL1-BAL-DL-LOWER   PIC X(09).
024300*
024400 01  EUL1-BAL-XT-ROW         PIC X(80) VALUE SPACES.
024500*
024510******************************************************************
024520*    EXCEPTION QUEUE RECORD WORKING STORAGE                     *
024530******************************************************************
024540 COPY EUL1EXQ.
024550*
024600******************************************************************
024700*    SWITCHES                                                   *
024800******************************************************************
024900 77  EUL1-LPM-FILE-STATUS    PIC X(02) VALUE '00'.
025000     88  EUL1-LPM-FILE-OK    VALUE '00'.
025100     88  EUL1-LPM-FILE-NEW   VALUE '35'.
025200*
025300 77  EUL1-AUD-FILE-STATUS    PIC X(02) VALUE '00'.
025400     88  EUL1-AUD-FILE-OK    VALUE '00'.
025500     88  EUL1-AUD-FILE-NEW   VALUE '35'.
025600*
025700 77  EUL1-OUT-FILE-STATUS    PIC X(02) VALUE '00'.
025800     88  EUL1-OUT-FILE-OK    VALUE '00'.
025900     88  EUL1-OUT-FILE-NEW   VALUE '35'.
026000*
026100 77  EUL1-RVS-FILE-STATUS    PIC X(02) VALUE '00'.
026200     88  EUL1-RVS-FILE-OK    VALUE '00'.
026300     88  EUL1-RVS-FILE-NEW   VALUE '35'.
026400*
026500 77  EUL1-XT1-FILE-STATUS    PIC X(02) VALUE '00'.
026600 77  EUL1-XT2-FILE-STATUS    PIC X(02) VALUE '00'.
026700 77  EUL1-XT3-FILE-STATUS    PIC X(02) VALUE '00'.
026800 77  EUL1-XT4-FILE-STATUS    PIC X(02) VALUE '00'.
026900 77  EUL1-XT5-FILE-STATUS    PIC X(02) VALUE '00'.
027000 77  EUL1-XT6-FILE-STATUS    PIC X(02) VALUE '00'.
027100 77  EUL1-XT7-FILE-STATUS    PIC X(02) VALUE '00'.
027200 77  EUL1-XT8-FILE-STATUS    PIC X(02) VALUE '00'.
027300*
027400 77  EUL1-XTN-FILE-STATUS    PIC X(02) VALUE '00'.
027500     88  EUL1-XTN-FILE-OK    VALUE '00'.
027600     88  EUL1-XTN-FILE-NEW   VALUE '35'.
027700*
027800 77  EUL1-LRP-FILE-STATUS    PIC X(02) VALUE '00'.
027900     88  EUL1-LRP-FILE-OK    VALUE '00'.
028000     88  EUL1-LRP-FILE-NEW   VALUE '35'.
028020*
028040 77  EUL1-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
028060     88  EUL1-EXQ-FILE-OK    VALUE '00'.
028080     88  EUL1-EXQ-FILE-NEW   VALUE '35'.
028100*
028200 77  EUL1-AUD-EOF-SW         PIC X(01) VALUE 'N'.
028300     88  EUL1-AUD-EOF        VALUE 'Y'.
028400*
028500 77  EUL1-OUT-EOF-SW         PIC X(01) VALUE 'N'.
028600     88  EUL1-OUT-EOF        VALUE 'Y'.
028700*
028800 77  EUL1-RVS-EOF-SW         PIC X(01) VALUE 'N'.
028900     88  EUL1-RVS-EOF        VALUE 'Y'.
029000*
029100 77  EUL1-XTN-EOF-SW         PIC X(01) VALUE 'N'.
029200     88  EUL1-XTN-EOF        VALUE 'Y'.
029300     88  EUL1-XTN-NOT-EOF    VALUE 'N'.
029400*
029500 77  EUL1-BAL-WINDOW-SW      PIC X(01) VALUE 'N'.
029600     88  EUL1-BAL-IN-WINDOW  VALUE 'Y'.
029700     88  EUL1-BAL-OUT-WINDOW VALUE 'N'.
029800*
029900 77  EUL1-BAL-EXACT-SW       PIC X(01) VALUE 'N'.
030000     88  EUL1-BAL-EXACT-FOUND VALUE 'Y'.
030100     88  EUL1-BAL-EXACT-NOT-FOUND VALUE 'N'.
030200*
030300 77  EUL1-BAL-SAME-SW        PIC X(01) VALUE 'N'.
030400     88  EUL1-BAL-SAME-SEEN  VALUE 'Y'.
030500*
030600 77  EUL1-BAL-OTHER-SW       PIC X(01) VALUE 'N'.
030700     88  EUL1-BAL-OTHER-SEEN VALUE 'Y'.
030800*
030900 77  EUL1-BAL-TRACE-SW       PIC X(01) VALUE 'N'.
031000     88  EUL1-BAL-TRACED     VALUE 'Y'.
031100     88  EUL1-BAL-NOT-TRACED VALUE 'N'.
031200*
031300 77  EUL1-BAL-PROOF-SW       PIC X(01) VALUE 'Y'.
031400     88  EUL1-BAL-PROVABLE   VALUE 'Y'.
031500     88  EUL1-BAL-UNPROVEN   VALUE 'N'.
031600*
031700 77  EUL1-BAL-BRK-MSG-SW     PIC X(01) VALUE 'N'.
031800     88  EUL1-BAL-BRK-FULL-SHOWN VALUE 'Y'.
031900*
032000 77  EUL1-BAL-KIND-SW        PIC X(01) VALUE 'B'.
032100     88  EUL1-BAL-KIND-BREAK VALUE 'B'.
032200     88  EUL1-BAL-KIND-WARN  VALUE 'W'.
032300*
032400******************************************************************
032500*    WORKING FIELDS                                              *
032600******************************************************************
032650 77  EUL1-EXQ-RAISED-CNT     PIC 9(04) VALUE ZERO.
032700 77  EUL1-BAL-AT-CNT         PIC 9(04) BINARY VALUE ZERO.
032800 77  EUL1-BAL-FT-CNT         PIC 9(04) BINARY VALUE ZERO.
032900 77  EUL1-BAL-BK-CNT         PIC 9(04) BINARY VALUE ZERO.
033000 77  EUL1-ATX                PIC 9(04) BINARY VALUE ZERO.
033100 77  EUL1-FTX                PIC 9(04) BINARY VALUE ZERO.
033200 77  EUL1-BKX                PIC 9(04) BINARY VALUE ZERO.
033300 77  EUL1-BKY                PIC 9(04) BINARY VALUE ZERO.
033400 77  EUL1-BKY-START          PIC 9(04) BINARY VALUE ZERO.
033500 77  EUL1-BAL-MIN-X          PIC 9(04) BINARY VALUE ZERO.
033600 77  EUL1-BAL-HIT-X          PIC 9(04) BINARY VALUE ZERO.
033700 77  EUL1-BAL-MIS-X          PIC 9(04) BINARY VALUE ZERO.
033800 77  EUL1-XCX                PIC 9(02) BINARY VALUE ZERO.
033900 77  EUL1-BAL-AUD-READ       PIC 9(08) BINARY VALUE ZERO.
034000 77  EUL1-BAL-FEED-READ      PIC 9(08) BINARY VALUE ZERO.
034100 77  EUL1-BAL-RVS-READ       PIC 9(08) BINARY VALUE ZERO.
034200 77  EUL1-BAL-XT-READ        PIC 9(08) BINARY VALUE ZERO.
034300 77  EUL1-BAL-OUTSIDE        PIC 9(08) BINARY VALUE ZERO.
034400 77  EUL1-BAL-PAIRED         PIC 9(08) BINARY VALUE ZERO.
034500 77  EUL1-BAL-REVERSED       PIC 9(08) BINARY VALUE ZERO.
034600 77  EUL1-BAL-TRACED-CNT     PIC 9(08) BINARY VALUE ZERO.
034700 77  EUL1-BAL-BREAKS         PIC 9(08) BINARY VALUE ZERO.
034800 77  EUL1-BAL-WARNINGS       PIC 9(08) BINARY VALUE ZERO.
034900 77  EUL1-BAL-SEQ            PIC 9(05) VALUE ZERO.
035000 77  EUL1-BAL-TODAY-INT      PIC 9(09) BINARY VALUE ZERO.
035100 77  EUL1-BAL-FROM-INT       PIC 9(09) BINARY VALUE ZERO.
035200 77  EUL1-BAL-FROM-N         PIC 9(08) VALUE ZERO.
035300 77  EUL1-BAL-REC-DATE-N     PIC 9(08) VALUE ZERO.
035400 77  EUL1-BAL-WANT-STATUS    PIC X(01) VALUE SPACE.
035500 77  EUL1-BAL-PREV-RUN-ID    PIC X(14) VALUE SPACES.
035600 77  EUL1-BAL-SUM-ED         PIC 9(18) VALUE ZERO.
035650 77  EUL1-BAL-XT-NO          PIC 9(01) VALUE ZERO.
035700*
035800******************************************************************
035900*    THE ROW UNDER EXAMINATION, WHATEVER FILE IT CAME FROM      *
036000******************************************************************
036100 01  EUL1-BAL-CUR-ROW.
036200     05  EUL1-BAL-CUR-RUN-ID PIC X(14).
036300     05  EUL1-BAL-CUR-DATE   PIC X(10).
036400     05  EUL1-BAL-CUR-SCEN   PIC X(08).
036500     05  EUL1-BAL-CUR-SUM    PIC 9(18).
036600     05  EUL1-BAL-CUR-SOURCE PIC X(08).
036700     05  EUL1-BAL-CUR-TEXT   PIC X(50).
036800*
036900 01  EUL1-BAL-REC-DIGITS.
037000     05  EUL1-BAL-RG-YYYY    PIC X(04).
037100     05  EUL1-BAL-RG-MM      PIC X(02).
037200     05  EUL1-BAL-RG-DD      PIC X(02).
037300 01  EUL1-BAL-REC-DIGITS-N   REDEFINES EUL1-BAL-REC-DIGITS
037400                             PIC 9(08).
037500*
037600 01  EUL1-BAL-TODAY-N        PIC 9(08) VALUE ZERO.
037700 01  EUL1-BAL-TODAY-X        REDEFINES EUL1-BAL-TODAY-N.
037800     05  EUL1-BAL-TD-YYYY    PIC 9(04).
037900     05  EUL1-BAL-TD-MM      PIC 9(02).
038000     05  EUL1-BAL-TD-DD      PIC 9(02).
038100 01  EUL1-BAL-TODAY-ED       PIC X(10).
038200 01  EUL1-BAL-FROM-ED        PIC X(10).
038300*
038400 PROCEDURE DIVISION.
038500*
038600******************************************************************
038700*    0000-MAINLINE                                              *
038800******************************************************************
038900 0000-MAINLINE.
039000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039100     PERFORM 2000-LOAD-AUDIT THRU 2000-EXIT.
039200     PERFORM 3000-MATCH-FEED THRU 3000-EXIT.
039300     PERFORM 4000-MATCH-REVERSALS THRU 4000-EXIT.
039400     PERFORM 5000-TRACE-EXTRACTS THRU 5000-EXIT.
039500     PERFORM 6000-SORT-BREAKS THRU 6000-EXIT.
039600     PERFORM 7000-PRINT-BREAKS THRU 7000-EXIT.
039700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
039800     STOP RUN.
039900*
040000******************************************************************
040100*    1000-INITIALIZE - PICK UP THE WINDOW CARD, WORK OUT THE     *
040200*    EARLIEST RUN DATE BALANCED, AND OPEN THE REPORT.  WITHOUT   *
040300*    A VALID CARD THE RUN ABENDS, AS IN EUL1HSK.                 *
040400******************************************************************
040500 1000-INITIALIZE.
040600     OPEN INPUT EUL1-BALPRM-FILE.
040700     IF EUL1-LPM-FILE-NEW
040800         DISPLAY 'EUL1BAL - NO WINDOW CARD PRESENT - ABENDING'
040900         MOVE 16 TO RETURN-CODE
041000         GO TO 9999-EXIT
041100     END-IF.
041200     READ EUL1-BALPRM-FILE
041300         AT END
041400             DISPLAY 'EUL1BAL - NO WINDOW CARD PRESENT - ABENDING'
041500             CLOSE EUL1-BALPRM-FILE
041600             MOVE 16 TO RETURN-CODE
041700             GO TO 9999-EXIT
041800     END-READ.
041900     MOVE EUL1-LPM-CARD TO EUL1-BAL-PARM-RECORD.
042000     CLOSE EUL1-BALPRM-FILE.
042100     IF EUL1-BAL-WINDOW-DAYS NOT NUMERIC
042200        OR EUL1-BAL-WINDOW-DAYS = ZERO
042300         DISPLAY 'EUL1BAL - INVALID WINDOW DAYS ON CARD - '
042400             'ABENDING'
042500         MOVE 16 TO RETURN-CODE
042600         GO TO 9999-EXIT
042700     END-IF.
042800     ACCEPT EUL1-BAL-TODAY-N FROM DATE YYYYMMDD.
042900     COMPUTE EUL1-BAL-TODAY-INT =
043000         FUNCTION INTEGER-OF-DATE(EUL1-BAL-TODAY-N).
043100     COMPUTE EUL1-BAL-FROM-INT =
043200         EUL1-BAL-TODAY-INT - EUL1-BAL-WINDOW-DAYS.
043300     COMPUTE EUL1-BAL-FROM-N =
043400         FUNCTION DATE-OF-INTEGER(EUL1-BAL-FROM-INT).
043500     MOVE EUL1-BAL-TD-YYYY TO EUL1-BAL-TODAY-ED(1:4).
043600     MOVE '-' TO EUL1-BAL-TODAY-ED(5:1).
043700     MOVE EUL1-BAL-TD-MM TO EUL1-BAL-TODAY-ED(6:2).
043800     MOVE '-' TO EUL1-BAL-TODAY-ED(8:1).
043900     MOVE EUL1-BAL-TD-DD TO EUL1-BAL-TODAY-ED(9:2).
044000     MOVE EUL1-BAL-FROM-N(1:4) TO EUL1-BAL-FROM-ED(1:4).
044100     MOVE '-' TO EUL1-BAL-FROM-ED(5:1).
044200     MOVE EUL1-BAL-FROM-N(5:2) TO EUL1-BAL-FROM-ED(6:2).
044300     MOVE '-' TO EUL1-BAL-FROM-ED(8:1).
044400     MOVE EUL1-BAL-FROM-N(7:2) TO EUL1-BAL-FROM-ED(9:2).
044500     OPEN EXTEND EUL1-REPORT-FILE.
044600     IF EUL1-LRP-FILE-NEW
044700         OPEN OUTPUT EUL1-REPORT-FILE
044800     END-IF.
044900     MOVE EUL1-BAL-TODAY-ED TO EUL1-LRP-H1-DATE.
045000     MOVE EUL1-LRP-HDG1 TO EUL1-LRP-PRINT-LINE.
045100     WRITE EUL1-LRP-PRINT-LINE.
045200     MOVE EUL1-BAL-WINDOW-DAYS TO EUL1-LRP-H2-DAYS.
045300     MOVE EUL1-BAL-FROM-ED TO EUL1-LRP-H2-FROM.
045400     MOVE EUL1-LRP-HDG2 TO EUL1-LRP-PRINT-LINE.
045500     WRITE EUL1-LRP-PRINT-LINE.
045600 1000-EXIT.
045700     EXIT.
045800*
045900******************************************************************
046000*    2000-LOAD-AUDIT - FIRST PASS: HOLD EVERY SUCCESSFUL AND     *
046100*    BACKED-OUT AUDIT ROW IN THE WINDOW.  A MISSING AUDIT TRAIL  *
046200*    LEAVES THE TABLE EMPTY, SO EVERY FEED ROW IS AN ORPHAN.     *
046300******************************************************************
046400 2000-LOAD-AUDIT.
046500     OPEN INPUT EUL1-AUDIT-FILE.
046600     IF EUL1-AUD-FILE-NEW
046700         DISPLAY 'EUL1BAL - NO AUDIT TRAIL ON FILE'
046800         GO TO 2000-EXIT
046900     END-IF.
047000     PERFORM 2100-LOAD-ONE-AUDIT THRU 2100-EXIT
047100         UNTIL EUL1-AUD-EOF.
047200     CLOSE EUL1-AUDIT-FILE.
047300 2000-EXIT.
047400     EXIT.
047500*
047600******************************************************************
047700*    2100-LOAD-ONE-AUDIT - READ ONE AUDIT ROW AND HOLD IT WHEN   *
047800*    IT IS IN THE WINDOW AND CARRIES A FEED ROW OR A REVERSAL    *
047900*    ROW.  REJECTED-CARD ROWS NEVER REACH THE FEED; A BACKOUT'S  *
048000*    OWN TRACE ROW (NO LIMIT, NO DIVISORS) AND A REJECTED ROW    *
048100*    THAT A BACKOUT MARKED (REJECT REASON PRESENT) HAVE NOTHING  *
048200*    ON THE REVERSAL DATASET, SO NONE OF THEM IS HELD.           *
048300******************************************************************
048400 2100-LOAD-ONE-AUDIT.
048500     READ EUL1-AUDIT-FILE
048600         AT END
048700             SET EUL1-AUD-EOF TO TRUE
048800             GO TO 2100-EXIT
048900     END-READ.
049000     MOVE EUL1-AUD-CARD TO EUL1-ACR-RECORD.
049100     IF EUL1-ACR-CONTROL
049200         GO TO 2100-EXIT
049300     END-IF.
049400     MOVE EUL1-AUD-CARD TO EUL1-AUD-RECORD.
049500     IF NOT EUL1-AUD-STATUS-OK
049600        AND NOT EUL1-AUD-STATUS-BACKOUT
049700         GO TO 2100-EXIT
049800     END-IF.
049900     IF EUL1-AUD-STATUS-BACKOUT
050000         IF EUL1-AUD-REASON NOT = SPACES
050100             GO TO 2100-EXIT
050200         END-IF
050300         IF EUL1-AUD-LIMIT = ZERO
050400            AND EUL1-AUD-DIVISOR-CNT = ZERO
050500             GO TO 2100-EXIT
050600         END-IF
050700     END-IF.
050800     MOVE EUL1-AUD-RUN-DATE TO EUL1-BAL-CUR-DATE.
050900     PERFORM 2900-TEST-WINDOW THRU 2900-EXIT.
051000     IF EUL1-BAL-OUT-WINDOW
051100         GO TO 2100-EXIT
051200     END-IF.
051300     ADD 1 TO EUL1-BAL-AUD-READ.
051400     IF EUL1-BAL-AT-CNT = 2000
051500         IF EUL1-BAL-PROVABLE
051600             DISPLAY 'EUL1BAL - MORE THAN 2000 AUDIT ROWS IN THE '
051700                 'WINDOW - SHORTEN THE WINDOW'
051800             SET EUL1-BAL-UNPROVEN TO TRUE
051900         END-IF
052000         GO TO 2100-EXIT
052100     END-IF.
052200     ADD 1 TO EUL1-BAL-AT-CNT.
052300     MOVE EUL1-AUD-RUN-ID TO EUL1-BAL-AT-RUN-ID(EUL1-BAL-AT-CNT).
052400     MOVE EUL1-AUD-SCENARIO TO EUL1-BAL-AT-SCEN(EUL1-BAL-AT-CNT).
052500     IF EUL1-AUD-SUM NUMERIC
052600         MOVE EUL1-AUD-SUM TO EUL1-BAL-AT-SUM(EUL1-BAL-AT-CNT)
052700     ELSE
052800         MOVE ZERO TO EUL1-BAL-AT-SUM(EUL1-BAL-AT-CNT)
052900     END-IF.
053000     MOVE EUL1-AUD-STATUS TO EUL1-BAL-AT-STATUS(EUL1-BAL-AT-CNT).
053100     MOVE ZERO TO EUL1-BAL-AT-HITS(EUL1-BAL-AT-CNT).
053200 2100-EXIT.
053300     EXIT.
053400*
053500******************************************************************
053600*    2900-TEST-WINDOW - DECIDE WHETHER THE CCYY-MM-DD RUN DATE   *
053700*    OF THE ROW UNDER EXAMINATION FALLS INSIDE THE WINDOW.  AN   *
053800*    UNREADABLE DATE IS COUNTED OUTSIDE IT.                      *
053900******************************************************************
054000 2900-TEST-WINDOW.
054100     MOVE EUL1-BAL-CUR-DATE(1:4) TO EUL1-BAL-RG-YYYY.
054200     MOVE EUL1-BAL-CUR-DATE(6:2) TO EUL1-BAL-RG-MM.
054300     MOVE EUL1-BAL-CUR-DATE(9:2) TO EUL1-BAL-RG-DD.
054400     IF EUL1-BAL-REC-DIGITS-N NUMERIC
054500         MOVE EUL1-BAL-REC-DIGITS-N TO EUL1-BAL-REC-DATE-N
054600     ELSE
054700         MOVE ZERO TO EUL1-BAL-REC-DATE-N
054800     END-IF.
054900     IF EUL1-BAL-REC-DATE-N < EUL1-BAL-FROM-N
055000         SET EUL1-BAL-OUT-WINDOW TO TRUE
055100         ADD 1 TO EUL1-BAL-OUTSIDE
055200     ELSE
055300         SET EUL1-BAL-IN-WINDOW TO TRUE
055400     END-IF.
055500 2900-EXIT.
055600     EXIT.
055700*
055800******************************************************************
055900*    3000-MATCH-FEED - SECOND PASS: MATCH EVERY FEED ROW IN THE  *
056000*    WINDOW TO ITS SUCCESSFUL AUDIT ROW, THEN REPORT EVERY       *
056100*    SUCCESSFUL AUDIT ROW LEFT WITHOUT A FEED ROW.               *
056200******************************************************************
056300 3000-MATCH-FEED.
056400     IF EUL1-BAL-UNPROVEN
056500         GO TO 3000-EXIT
056600     END-IF.
056700     OPEN INPUT EUL1-OUTFEED-FILE.
056800     IF EUL1-OUT-FILE-NEW
056900         DISPLAY 'EUL1BAL - NO DOWNSTREAM FEED ON FILE'
057000     ELSE
057100         PERFORM 3100-MATCH-ONE-FEED THRU 3100-EXIT
057200             UNTIL EUL1-OUT-EOF
057300         CLOSE EUL1-OUTFEED-FILE
057400     END-IF.
057500     MOVE 'S' TO EUL1-BAL-WANT-STATUS.
057600     MOVE 'AUDIT' TO EUL1-BAL-CUR-SOURCE.
057700     MOVE 'SUCCESSFUL AUDIT ROW WITH NO FEED ROW'
057800         TO EUL1-BAL-CUR-TEXT.
057900     PERFORM 3500-CHECK-ONE-UNMATCHED THRU 3500-EXIT
058000         VARYING EUL1-ATX FROM 1 BY 1
058100         UNTIL EUL1-ATX > EUL1-BAL-AT-CNT.
058200 3000-EXIT.
058300     EXIT.
058400*
058500******************************************************************
058600*    3100-MATCH-ONE-FEED - READ ONE FEED ROW, KEEP IT FOR THE    *
058700*    EXTRACT TRACE, AND MATCH IT TO AN UNMATCHED SUCCESSFUL      *
058800*    AUDIT ROW OF THE SAME RUN-ID, SCENARIO, AND SUM.  WHEN      *
058900*    THERE IS NONE THE BREAK SAYS WHAT WAS FOUND INSTEAD.        *
059000******************************************************************
059100 3100-MATCH-ONE-FEED.
059200     READ EUL1-OUTFEED-FILE
059300         AT END
059400             SET EUL1-OUT-EOF TO TRUE
059500             GO TO 3100-EXIT
059600     END-READ.
059700     MOVE EUL1-OUT-CARD TO EUL1-OCR-RECORD.
059800     IF EUL1-OCR-CONTROL
059900         GO TO 3100-EXIT
060000     END-IF.
060100     MOVE EUL1-OUT-CARD TO EUL1-OUT-RECORD.
060200     MOVE EUL1-OUT-RUN-DATE TO EUL1-BAL-CUR-DATE.
060300     PERFORM 2900-TEST-WINDOW THRU 2900-EXIT.
060400     IF EUL1-BAL-OUT-WINDOW
060500         GO TO 3100-EXIT
060600     END-IF.
060700     ADD 1 TO EUL1-BAL-FEED-READ.
060800     MOVE EUL1-OUT-RUN-ID TO EUL1-BAL-CUR-RUN-ID.
060900     MOVE EUL1-OUT-SCENARIO TO EUL1-BAL-CUR-SCEN.
061000     IF EUL1-OUT-SUM NUMERIC
061100         MOVE EUL1-OUT-SUM TO EUL1-BAL-CUR-SUM
061200     ELSE
061300         MOVE ZERO TO EUL1-BAL-CUR-SUM
061400     END-IF.
061500     MOVE 'FEED' TO EUL1-BAL-CUR-SOURCE.
061600     PERFORM 3300-KEEP-FEED-ROW THRU 3300-EXIT.
061700     MOVE 'S' TO EUL1-BAL-WANT-STATUS.
061800     PERFORM 3200-FIND-AUDIT THRU 3200-EXIT.
061900     IF EUL1-BAL-EXACT-FOUND
062000         ADD 1 TO EUL1-BAL-AT-HITS(EUL1-BAL-HIT-X)
062100         ADD 1 TO EUL1-BAL-PAIRED
062200         GO TO 3100-EXIT
062300     END-IF.
062400     IF EUL1-BAL-MIS-X NOT = ZERO
062500         ADD 1 TO EUL1-BAL-AT-HITS(EUL1-BAL-MIS-X)
062600         MOVE EUL1-BAL-AT-SUM(EUL1-BAL-MIS-X) TO EUL1-BAL-SUM-ED
062700         MOVE SPACES TO EUL1-BAL-CUR-TEXT
062800         STRING 'SUM DIFFERS - AUDIT ROW CARRIES '
062850                DELIMITED BY SIZE
062900                EUL1-BAL-SUM-ED DELIMITED BY SIZE
063000                INTO EUL1-BAL-CUR-TEXT
063100         END-STRING
063200     ELSE
063300         IF EUL1-BAL-SAME-SEEN
063400             MOVE 'DUPLICATE FEED ROW - AUDIT ROW ALREADY MATCHED'
063500                 TO EUL1-BAL-CUR-TEXT
063600         ELSE
063700             IF EUL1-BAL-OTHER-SEEN
063800                 MOVE 'FEED ROW OF A BACKED-OUT RUN NOT REVERSED'
063900                     TO EUL1-BAL-CUR-TEXT
064000             ELSE
064100                 MOVE 'FEED ROW WITH NO SUCCESSFUL AUDIT ROW'
064200                     TO EUL1-BAL-CUR-TEXT
064300             END-IF
064400         END-IF
064500     END-IF.
064600     SET EUL1-BAL-KIND-BREAK TO TRUE.
064700     PERFORM 8200-NOTE-BREAK THRU 8200-EXIT.
064800 3100-EXIT.
064900     EXIT.
065000*
065100******************************************************************
065200*    3200-FIND-AUDIT - SEARCH THE AUDIT TABLE FOR THE ROW UNDER  *
065300*    EXAMINATION AGAINST THE WANTED STATUS ('S' FOR THE FEED,    *
065400*    'B' FOR THE REVERSALS).  RETURNS THE FIRST UNMATCHED ENTRY  *
065500*    OF EQUAL SUM, ELSE THE FIRST UNMATCHED ENTRY OF THE SAME    *
065600*    RUN-ID AND SCENARIO WITH A DIFFERENT SUM, AND NOTES WHETHER *
065700*    AN ALREADY-MATCHED EQUAL ENTRY OR AN ENTRY OF THE OTHER     *
065800*    STATUS WAS SEEN.                                            *
065900******************************************************************
066000 3200-FIND-AUDIT.
066100     SET EUL1-BAL-EXACT-NOT-FOUND TO TRUE.
066200     MOVE 'N' TO EUL1-BAL-SAME-SW.
066300     MOVE 'N' TO EUL1-BAL-OTHER-SW.
066400     MOVE ZERO TO EUL1-BAL-HIT-X.
066500     MOVE ZERO TO EUL1-BAL-MIS-X.
066600     PERFORM 3210-TEST-ONE-AUDIT THRU 3210-EXIT
066700         VARYING EUL1-ATX FROM 1 BY 1
066800         UNTIL EUL1-ATX > EUL1-BAL-AT-CNT
066900         OR EUL1-BAL-EXACT-FOUND.
067000 3200-EXIT.
067100     EXIT.
067200*
067300******************************************************************
067400*    3210-TEST-ONE-AUDIT - COMPARE ONE AUDIT TABLE ENTRY.        *
067500******************************************************************
067600 3210-TEST-ONE-AUDIT.
067700     IF EUL1-BAL-AT-RUN-ID(EUL1-ATX) NOT = EUL1-BAL-CUR-RUN-ID
067800        OR EUL1-BAL-AT-SCEN(EUL1-ATX) NOT = EUL1-BAL-CUR-SCEN
067900         GO TO 3210-EXIT
068000     END-IF.
068100     IF EUL1-BAL-AT-STATUS(EUL1-ATX) NOT = EUL1-BAL-WANT-STATUS
068200         SET EUL1-BAL-OTHER-SEEN TO TRUE
068300         GO TO 3210-EXIT
068400     END-IF.
068500     IF EUL1-BAL-AT-SUM(EUL1-ATX) = EUL1-BAL-CUR-SUM
068600         IF EUL1-BAL-AT-HITS(EUL1-ATX) = ZERO
068700             SET EUL1-BAL-EXACT-FOUND TO TRUE
068800             MOVE EUL1-ATX TO EUL1-BAL-HIT-X
068900         ELSE
069000             SET EUL1-BAL-SAME-SEEN TO TRUE
069100         END-IF
069200         GO TO 3210-EXIT
069300     END-IF.
069400     IF EUL1-BAL-AT-HITS(EUL1-ATX) = ZERO
069500        AND EUL1-BAL-MIS-X = ZERO
069600         MOVE EUL1-ATX TO EUL1-BAL-MIS-X
069700     END-IF.
069800 3210-EXIT.
069900     EXIT.
070000*
070100******************************************************************
070200*    3300-KEEP-FEED-ROW - HOLD THE FEED ROW FOR THE EXTRACT      *
070300*    TRACE.                                                      *
070400******************************************************************
070500 3300-KEEP-FEED-ROW.
070600     IF EUL1-BAL-FT-CNT = 2000
070700         IF EUL1-BAL-PROVABLE
070800             DISPLAY 'EUL1BAL - MORE THAN 2000 FEED ROWS IN THE '
070900                 'WINDOW - SHORTEN THE WINDOW'
071000             SET EUL1-BAL-UNPROVEN TO TRUE
071100         END-IF
071200         GO TO 3300-EXIT
071300     END-IF.
071400     ADD 1 TO EUL1-BAL-FT-CNT.
071500     MOVE EUL1-BAL-CUR-RUN-ID
071550         TO EUL1-BAL-FT-RUN-ID(EUL1-BAL-FT-CNT).
071600     MOVE EUL1-BAL-CUR-SCEN TO EUL1-BAL-FT-SCEN(EUL1-BAL-FT-CNT).
071700     MOVE EUL1-BAL-CUR-SUM TO EUL1-BAL-FT-SUM(EUL1-BAL-FT-CNT).
071800 3300-EXIT.
071900     EXIT.
072000*
072100******************************************************************
072200*    3500-CHECK-ONE-UNMATCHED - REPORT ONE AUDIT ENTRY OF THE    *
072300*    WANTED STATUS THAT NOTHING WAS MATCHED TO, UNDER THE        *
072400*    SOURCE AND TEXT ALREADY SET.                                *
072500******************************************************************
072600 3500-CHECK-ONE-UNMATCHED.
072700     IF EUL1-BAL-AT-STATUS(EUL1-ATX) NOT = EUL1-BAL-WANT-STATUS
072800        OR EUL1-BAL-AT-HITS(EUL1-ATX) NOT = ZERO
072900         GO TO 3500-EXIT
073000     END-IF.
073100     MOVE EUL1-BAL-AT-RUN-ID(EUL1-ATX) TO EUL1-BAL-CUR-RUN-ID.
073200     MOVE EUL1-BAL-AT-SCEN(EUL1-ATX) TO EUL1-BAL-CUR-SCEN.
073300     MOVE EUL1-BAL-AT-SUM(EUL1-ATX) TO EUL1-BAL-CUR-SUM.
073400     SET EUL1-BAL-KIND-BREAK TO TRUE.
073500     PERFORM 8200-NOTE-BREAK THRU 8200-EXIT.
073600 3500-EXIT.
073700     EXIT.
073800*
073900******************************************************************
074000*    4000-MATCH-REVERSALS - THIRD PASS: MATCH EVERY REVERSAL ROW *
074100*    IN THE WINDOW TO ITS BACKED-OUT AUDIT ROW, THEN REPORT      *
074200*    EVERY BACKED-OUT AUDIT ROW LEFT WITHOUT ONE.  THE REVERSAL  *
074300*    DD CONCATENATES EVERY GENERATION EUL1BKO HAS WRITTEN.       *
074400******************************************************************
074500 4000-MATCH-REVERSALS.
074600     IF EUL1-BAL-UNPROVEN
074700         GO TO 4000-EXIT
074800     END-IF.
074900     OPEN INPUT EUL1-REVRSL-FILE.
075000     IF EUL1-RVS-FILE-NEW
075100         DISPLAY 'EUL1BAL - NO REVERSAL DATASET ON FILE'
075200     ELSE
075300         PERFORM 4100-MATCH-ONE-REVERSAL THRU 4100-EXIT
075400             UNTIL EUL1-RVS-EOF
075500         CLOSE EUL1-REVRSL-FILE
075600     END-IF.
075700     MOVE 'B' TO EUL1-BAL-WANT-STATUS.
075800     MOVE 'AUDIT' TO EUL1-BAL-CUR-SOURCE.
075900     MOVE 'BACKED-OUT AUDIT ROW WITH NO REVERSAL ROW'
076000         TO EUL1-BAL-CUR-TEXT.
076100     PERFORM 3500-CHECK-ONE-UNMATCHED THRU 3500-EXIT
076200         VARYING EUL1-ATX FROM 1 BY 1
076300         UNTIL EUL1-ATX > EUL1-BAL-AT-CNT.
076400 4000-EXIT.
076500     EXIT.
076600*
076700******************************************************************
076800*    4100-MATCH-ONE-REVERSAL - READ ONE REVERSAL ROW (A COPY OF  *
076900*    THE FEED ROW EUL1BKO REMOVED) AND MATCH IT TO AN UNMATCHED  *
077000*    BACKED-OUT AUDIT ROW OF THE SAME RUN-ID, SCENARIO, AND SUM. *
077100******************************************************************
077200 4100-MATCH-ONE-REVERSAL.
077300     READ EUL1-REVRSL-FILE
077400         AT END
077500             SET EUL1-RVS-EOF TO TRUE
077600             GO TO 4100-EXIT
077700     END-READ.
077800     MOVE EUL1-RVS-CARD TO EUL1-OCR-RECORD.
077900     IF EUL1-OCR-CONTROL
078000         GO TO 4100-EXIT
078100     END-IF.
078200     MOVE EUL1-RVS-CARD TO EUL1-OUT-RECORD.
078300     MOVE EUL1-OUT-RUN-DATE TO EUL1-BAL-CUR-DATE.
078400     PERFORM 2900-TEST-WINDOW THRU 2900-EXIT.
078500     IF EUL1-BAL-OUT-WINDOW
078600         GO TO 4100-EXIT
078700     END-IF.
078800     ADD 1 TO EUL1-BAL-RVS-READ.
078900     MOVE EUL1-OUT-RUN-ID TO EUL1-BAL-CUR-RUN-ID.
079000     MOVE EUL1-OUT-SCENARIO TO EUL1-BAL-CUR-SCEN.
079100     IF EUL1-OUT-SUM NUMERIC
079200         MOVE EUL1-OUT-SUM TO EUL1-BAL-CUR-SUM
079300     ELSE
079400         MOVE ZERO TO EUL1-BAL-CUR-SUM
079500     END-IF.
079600     MOVE 'REVERSAL' TO EUL1-BAL-CUR-SOURCE.
079700     MOVE 'B' TO EUL1-BAL-WANT-STATUS.
079800     PERFORM 3200-FIND-AUDIT THRU 3200-EXIT.
079900     IF EUL1-BAL-EXACT-FOUND
080000         ADD 1 TO EUL1-BAL-AT-HITS(EUL1-BAL-HIT-X)
080100         ADD 1 TO EUL1-BAL-REVERSED
080200         GO TO 4100-EXIT
080300     END-IF.
080400     IF EUL1-BAL-MIS-X NOT = ZERO
080500         ADD 1 TO EUL1-BAL-AT-HITS(EUL1-BAL-MIS-X)
080600         MOVE EUL1-BAL-AT-SUM(EUL1-BAL-MIS-X) TO EUL1-BAL-SUM-ED
080700         MOVE SPACES TO EUL1-BAL-CUR-TEXT
080800         STRING 'SUM DIFFERS - AUDIT ROW CARRIES '
080850                DELIMITED BY SIZE
080900                EUL1-BAL-SUM-ED DELIMITED BY SIZE
081000                INTO EUL1-BAL-CUR-TEXT
081100         END-STRING
081200     ELSE
081300         IF EUL1-BAL-SAME-SEEN
081400             MOVE 'DUPLICATE REVERSAL ROW - AUDIT ROW MATCHED'
081500                 TO EUL1-BAL-CUR-TEXT
081600         ELSE
081700             IF EUL1-BAL-OTHER-SEEN
081800                 MOVE 'REVERSAL ROW OF A RUN NOT BACKED OUT'
081900                     TO EUL1-BAL-CUR-TEXT
082000             ELSE
082100                 MOVE 'REVERSAL ROW WITH NO BACKED-OUT AUDIT ROW'
082200                     TO EUL1-BAL-CUR-TEXT
082300             END-IF
082400         END-IF
082500     END-IF.
082600     SET EUL1-BAL-KIND-BREAK TO TRUE.
082700     PERFORM 8200-NOTE-BREAK THRU 8200-EXIT.
082800 4100-EXIT.
082900     EXIT.
083000*
083100******************************************************************
083200*    5000-TRACE-EXTRACTS - FOURTH PASS: TRACE EVERY ROW OF THE   *
083300*    CURRENT GENERATION OF EACH OF THE EIGHT EXTRACT DATASETS    *
083400*    BACK TO A FEED ROW.                                         *
083500******************************************************************
083600 5000-TRACE-EXTRACTS.
083700     IF EUL1-BAL-UNPROVEN
083800         GO TO 5000-EXIT
083900     END-IF.
084000     PERFORM 5100-TRACE-ONE-EXTRACT THRU 5100-EXIT
084100         VARYING EUL1-XCX FROM 1 BY 1
084200         UNTIL EUL1-XCX > 8.
084300 5000-EXIT.
084400     EXIT.
084500*
084600******************************************************************
084700*    5100-TRACE-ONE-EXTRACT - OPEN ONE EXTRACT DATASET AND TRACE *
084800*    ITS ROWS.  AN EXTRACT NOT ON FILE HAS NOTHING TO TRACE.     *
084900******************************************************************
085000 5100-TRACE-ONE-EXTRACT.
085100     EVALUATE EUL1-XCX
085200         WHEN 1
085300             OPEN INPUT EUL1-EXTR1-FILE
085400             MOVE EUL1-XT1-FILE-STATUS TO EUL1-XTN-FILE-STATUS
085500         WHEN 2
085600             OPEN INPUT EUL1-EXTR2-FILE
085700             MOVE EUL1-XT2-FILE-STATUS TO EUL1-XTN-FILE-STATUS
085800         WHEN 3
085900             OPEN INPUT EUL1-EXTR3-FILE
086000             MOVE EUL1-XT3-FILE-STATUS TO EUL1-XTN-FILE-STATUS
086100         WHEN 4
086200             OPEN INPUT EUL1-EXTR4-FILE
086300             MOVE EUL1-XT4-FILE-STATUS TO EUL1-XTN-FILE-STATUS
086400         WHEN 5
086500             OPEN INPUT EUL1-EXTR5-FILE
086600             MOVE EUL1-XT5-FILE-STATUS TO EUL1-XTN-FILE-STATUS
086700         WHEN 6
086800             OPEN INPUT EUL1-EXTR6-FILE
086900             MOVE EUL1-XT6-FILE-STATUS TO EUL1-XTN-FILE-STATUS
087000         WHEN 7
087100             OPEN INPUT EUL1-EXTR7-FILE
087200             MOVE EUL1-XT7-FILE-STATUS TO EUL1-XTN-FILE-STATUS
087300         WHEN 8
087400             OPEN INPUT EUL1-EXTR8-FILE
087500             MOVE EUL1-XT8-FILE-STATUS TO EUL1-XTN-FILE-STATUS
087600     END-EVALUATE.
087700     IF NOT EUL1-XTN-FILE-OK
087800         GO TO 5100-EXIT
087900     END-IF.
088050     MOVE 'EXTRACT' TO EUL1-BAL-CUR-SOURCE.
088200     MOVE EUL1-XCX TO EUL1-BAL-XT-NO.
088350     MOVE EUL1-BAL-XT-NO TO EUL1-BAL-CUR-SOURCE(8:1).
088500     SET EUL1-XTN-NOT-EOF TO TRUE.
088600     PERFORM 5200-TRACE-ONE-ROW THRU 5200-EXIT
088700         UNTIL EUL1-XTN-EOF.
088800     PERFORM 5900-CLOSE-EXTRACT THRU 5900-EXIT.
088900 5100-EXIT.
089000     EXIT.
089100*
089200******************************************************************
089300*    5200-TRACE-ONE-ROW - READ ONE EXTRACT ROW, TELL A TRAILER   *
089400*    FROM A FIXED EUL1OUT IMAGE OR A DELIMITED LINE (A COMMA     *
089500*    STRAIGHT AFTER THE RUN-ID), AND LOOK FOR ITS FEED ROW.  A   *
089600*    ROW WHOSE FEED ROW WAS SINCE REVERSED IS A WARNING; ANY     *
089700*    OTHER UNTRACEABLE ROW IS A BREAK.                           *
089800******************************************************************
089900 5200-TRACE-ONE-ROW.
090000     PERFORM 5300-READ-EXTRACT THRU 5300-EXIT.
090100     IF EUL1-XTN-EOF
090200         GO TO 5200-EXIT
090300     END-IF.
090400     IF EUL1-BAL-XT-ROW(1:8) = '*EUL1TRL'
090500        OR EUL1-BAL-XT-ROW(1:8) = 'TRAILER,'
090600         GO TO 5200-EXIT
090700     END-IF.
090800     IF EUL1-BAL-XT-ROW(15:1) = ','
090900         MOVE SPACES TO EUL1-BAL-DLM-FIELDS
091000         UNSTRING EUL1-BAL-XT-ROW DELIMITED BY ','
091100             INTO EUL1-BAL-DL-RUN-ID EUL1-BAL-DL-DATE
091200                  EUL1-BAL-DL-LIMIT EUL1-BAL-DL-DIVCNT
091300                  EUL1-BAL-DL-SUM EUL1-BAL-DL-SCEN
091400                  EUL1-BAL-DL-MODE EUL1-BAL-DL-LOWER
091500         END-UNSTRING
091600         MOVE EUL1-BAL-DL-RUN-ID TO EUL1-BAL-CUR-RUN-ID
091700         MOVE EUL1-BAL-DL-DATE TO EUL1-BAL-CUR-DATE
091800         MOVE EUL1-BAL-DL-SCEN TO EUL1-BAL-CUR-SCEN
091900         IF EUL1-BAL-DL-SUM NUMERIC
092000             MOVE EUL1-BAL-DL-SUM TO EUL1-BAL-CUR-SUM
092100         ELSE
092200             MOVE ZERO TO EUL1-BAL-CUR-SUM
092300         END-IF
092400     ELSE
092500         MOVE EUL1-BAL-XT-ROW TO EUL1-OUT-RECORD
092600         MOVE EUL1-OUT-RUN-ID TO EUL1-BAL-CUR-RUN-ID
092700         MOVE EUL1-OUT-RUN-DATE TO EUL1-BAL-CUR-DATE
092800         MOVE EUL1-OUT-SCENARIO TO EUL1-BAL-CUR-SCEN
092900         IF EUL1-OUT-SUM NUMERIC
093000             MOVE EUL1-OUT-SUM TO EUL1-BAL-CUR-SUM
093100         ELSE
093200             MOVE ZERO TO EUL1-BAL-CUR-SUM
093300         END-IF
093400     END-IF.
093500     PERFORM 2900-TEST-WINDOW THRU 2900-EXIT.
093600     IF EUL1-BAL-OUT-WINDOW
093700         GO TO 5200-EXIT
093800     END-IF.
093900     ADD 1 TO EUL1-BAL-XT-READ.
094000     SET EUL1-BAL-NOT-TRACED TO TRUE.
094100     PERFORM 5400-TEST-ONE-FEED THRU 5400-EXIT
094200         VARYING EUL1-FTX FROM 1 BY 1
094300         UNTIL EUL1-FTX > EUL1-BAL-FT-CNT
094400         OR EUL1-BAL-TRACED.
094500     IF EUL1-BAL-TRACED
094600         ADD 1 TO EUL1-BAL-TRACED-CNT
094700         GO TO 5200-EXIT
094800     END-IF.
094900     MOVE 'B' TO EUL1-BAL-WANT-STATUS.
095000     PERFORM 3200-FIND-AUDIT THRU 3200-EXIT.
095100     IF EUL1-BAL-EXACT-FOUND
095200        OR EUL1-BAL-SAME-SEEN
095300         MOVE 'WARNING - RUN BACKED OUT SINCE THE EXTRACT WAS CUT'
095400             TO EUL1-BAL-CUR-TEXT
095500         SET EUL1-BAL-KIND-WARN TO TRUE
095600     ELSE
095700         MOVE 'EXTRACT ROW THAT TRACES TO NO FEED ROW'
095800             TO EUL1-BAL-CUR-TEXT
095900         SET EUL1-BAL-KIND-BREAK TO TRUE
096000     END-IF.
096100     PERFORM 8200-NOTE-BREAK THRU 8200-EXIT.
096200 5200-EXIT.
096300     EXIT.
096400*
096500******************************************************************
096600*    5300-READ-EXTRACT - READ THE NEXT ROW OF THE EXTRACT NOW    *
096700*    BEING TRACED INTO THE COMMON ROW AREA.                      *
096800******************************************************************
096900 5300-READ-EXTRACT.
097000     EVALUATE EUL1-XCX
097100         WHEN 1
097200             READ EUL1-EXTR1-FILE INTO EUL1-BAL-XT-ROW
097300                 AT END SET EUL1-XTN-EOF TO TRUE
097400             END-READ
097500         WHEN 2
097600             READ EUL1-EXTR2-FILE INTO EUL1-BAL-XT-ROW
097700                 AT END SET EUL1-XTN-EOF TO TRUE
097800             END-READ
097900         WHEN 3
098000             READ EUL1-EXTR3-FILE INTO EUL1-BAL-XT-ROW
098100                 AT END SET EUL1-XTN-EOF TO TRUE
098200             END-READ
098300         WHEN 4
098400             READ EUL1-EXTR4-FILE INTO EUL1-BAL-XT-ROW
098500                 AT END SET EUL1-XTN-EOF TO TRUE
098600             END-READ
098700         WHEN 5
098800             READ EUL1-EXTR5-FILE INTO EUL1-BAL-XT-ROW
098900                 AT END SET EUL1-XTN-EOF TO TRUE
099000             END-READ
099100         WHEN 6
099200             READ EUL1-EXTR6-FILE INTO EUL1-BAL-XT-ROW
099300                 AT END SET EUL1-XTN-EOF TO TRUE
099400             END-READ
099500         WHEN 7
099600             READ EUL1-EXTR7-FILE INTO EUL1-BAL-XT-ROW
099700                 AT END SET EUL1-XTN-EOF TO TRUE
099800             END-READ
099900         WHEN 8
100000             READ EUL1-EXTR8-FILE INTO EUL1-BAL-XT-ROW
100100                 AT END SET EUL1-XTN-EOF TO TRUE
100200             END-READ
100300     END-EVALUATE.
100400 5300-EXIT.
100500     EXIT.
100600*
100700******************************************************************
100800*    5400-TEST-ONE-FEED - COMPARE ONE HELD FEED ROW WITH THE     *
100900*    EXTRACT ROW.                                                *
101000******************************************************************
101100 5400-TEST-ONE-FEED.
101200     IF EUL1-BAL-FT-RUN-ID(EUL1-FTX) = EUL1-BAL-CUR-RUN-ID
101300        AND EUL1-BAL-FT-SCEN(EUL1-FTX) = EUL1-BAL-CUR-SCEN
101400        AND EUL1-BAL-FT-SUM(EUL1-FTX) = EUL1-BAL-CUR-SUM
101500         SET EUL1-BAL-TRACED TO TRUE
101600     END-IF.
101700 5400-EXIT.
101800     EXIT.
101900*
102000******************************************************************
102100*    5900-CLOSE-EXTRACT - CLOSE THE EXTRACT JUST TRACED.         *
102200******************************************************************
102300 5900-CLOSE-EXTRACT.
102400     EVALUATE EUL1-XCX
102500         WHEN 1
102600             CLOSE EUL1-EXTR1-FILE
102700         WHEN 2
102800             CLOSE EUL1-EXTR2-FILE
102900         WHEN 3
103000             CLOSE EUL1-EXTR3-FILE
103100         WHEN 4
103200             CLOSE EUL1-EXTR4-FILE
103300         WHEN 5
103400             CLOSE EUL1-EXTR5-FILE
103500         WHEN 6
103600             CLOSE EUL1-EXTR6-FILE
103700         WHEN 7
103800             CLOSE EUL1-EXTR7-FILE
103900         WHEN 8
104000             CLOSE EUL1-EXTR8-FILE
104100     END-EVALUATE.
104200 5900-EXIT.
104300     EXIT.
104400*
104500******************************************************************
104600*    6000-SORT-BREAKS - ORDER THE BREAKS BY RUN-ID, KEEPING THE  *
104700*    ORDER THEY WERE FOUND IN WITHIN A RUN, AS EUL1HST ORDERS    *
104800*    ITS MATCHES.                                                *
104900******************************************************************
105000 6000-SORT-BREAKS.
105100     IF EUL1-BAL-BK-CNT < 2
105200         GO TO 6000-EXIT
105300     END-IF.
105400     PERFORM 6100-SORT-ONE-SLOT THRU 6100-EXIT
105500         VARYING EUL1-BKX FROM 1 BY 1
105600         UNTIL EUL1-BKX NOT < EUL1-BAL-BK-CNT.
105700 6000-EXIT.
105800     EXIT.
105900*
106000******************************************************************
106100*    6100-SORT-ONE-SLOT - FIND THE SMALLEST REMAINING KEY AND    *
106200*    EXCHANGE IT INTO THE CURRENT SLOT.                          *
106300******************************************************************
106400 6100-SORT-ONE-SLOT.
106500     MOVE EUL1-BKX TO EUL1-BAL-MIN-X.
106600     COMPUTE EUL1-BKY-START = EUL1-BKX + 1.
106700     PERFORM 6110-TEST-SMALLER THRU 6110-EXIT
106800         VARYING EUL1-BKY FROM EUL1-BKY-START BY 1
106900         UNTIL EUL1-BKY > EUL1-BAL-BK-CNT.
107000     IF EUL1-BAL-MIN-X NOT = EUL1-BKX
107100         MOVE EUL1-BAL-BK-ENTRY(EUL1-BKX) TO EUL1-BAL-SWAP-ENTRY
107200         MOVE EUL1-BAL-BK-ENTRY(EUL1-BAL-MIN-X)
107300             TO EUL1-BAL-BK-ENTRY(EUL1-BKX)
107400         MOVE EUL1-BAL-SWAP-ENTRY
107500             TO EUL1-BAL-BK-ENTRY(EUL1-BAL-MIN-X)
107600     END-IF.
107700 6100-EXIT.
107800     EXIT.
107900*
108000******************************************************************
108100*    6110-TEST-SMALLER - REMEMBER THE SLOT WITH THE SMALLEST     *
108200*    KEY SEEN SO FAR.                                            *
108300******************************************************************
108400 6110-TEST-SMALLER.
108500     IF EUL1-BAL-BK-KEY(EUL1-BKY)
108600             < EUL1-BAL-BK-KEY(EUL1-BAL-MIN-X)
108700         MOVE EUL1-BKY TO EUL1-BAL-MIN-X
108800     END-IF.
108900 6110-EXIT.
109000     EXIT.
109100*
109200******************************************************************
109300*    7000-PRINT-BREAKS - PRINT THE ORDERED BREAKS, A BLANK LINE  *
109400*    BETWEEN RUN-IDS.                                            *
109500******************************************************************
109600 7000-PRINT-BREAKS.
109700     MOVE EUL1-LRP-HDG3 TO EUL1-LRP-PRINT-LINE.
109800     WRITE EUL1-LRP-PRINT-LINE.
109900     IF EUL1-BAL-UNPROVEN
110000         MOVE SPACES TO EUL1-LRP-PRINT-LINE
110100         MOVE '     WINDOW TOO LARGE - BALANCE NOT PROVEN'
110200             TO EUL1-LRP-PRINT-LINE
110300         WRITE EUL1-LRP-PRINT-LINE
110400         GO TO 7000-EXIT
110500     END-IF.
110600     IF EUL1-BAL-BK-CNT = ZERO
110700         MOVE SPACES TO EUL1-LRP-PRINT-LINE
110800         MOVE '     ALL FILES AGREE - NO BREAKS'
110900             TO EUL1-LRP-PRINT-LINE
111000         WRITE EUL1-LRP-PRINT-LINE
111100         GO TO 7000-EXIT
111200     END-IF.
111300     MOVE SPACES TO EUL1-BAL-PREV-RUN-ID.
111400     PERFORM 7100-PRINT-ONE-BREAK THRU 7100-EXIT
111500         VARYING EUL1-BKX FROM 1 BY 1
111600         UNTIL EUL1-BKX > EUL1-BAL-BK-CNT.
111700 7000-EXIT.
111800     EXIT.
111900*
112000******************************************************************
112100*    7100-PRINT-ONE-BREAK - PRINT ONE BREAK LINE.                *
112200******************************************************************
112300 7100-PRINT-ONE-BREAK.
112400     IF EUL1-BAL-BK-RUN-ID(EUL1-BKX) NOT = EUL1-BAL-PREV-RUN-ID
112500        AND EUL1-BKX > 1
112600         MOVE SPACES TO EUL1-LRP-PRINT-LINE
112700         WRITE EUL1-LRP-PRINT-LINE
112800     END-IF.
112900     MOVE EUL1-BAL-BK-RUN-ID(EUL1-BKX) TO EUL1-BAL-PREV-RUN-ID.
113000     MOVE EUL1-BAL-BK-RUN-ID(EUL1-BKX) TO EUL1-LRP-D-RUN-ID.
113100     MOVE EUL1-BAL-BK-SCEN(EUL1-BKX) TO EUL1-LRP-D-SCEN.
113200     MOVE EUL1-BAL-BK-SOURCE(EUL1-BKX) TO EUL1-LRP-D-SOURCE.
113300     MOVE EUL1-BAL-BK-SUM(EUL1-BKX) TO EUL1-LRP-D-SUM.
113400     MOVE EUL1-BAL-BK-TEXT(EUL1-BKX) TO EUL1-LRP-D-TEXT.
113500     MOVE EUL1-LRP-DETAIL TO EUL1-LRP-PRINT-LINE.
113600     WRITE EUL1-LRP-PRINT-LINE.
113700 7100-EXIT.
113800     EXIT.
113900*
114000******************************************************************
114100*    8000-TERMINATE - PRINT THE COUNTS, CLOSE THE REPORT, AND    *
114200*    SET THE CONDITION CODE: 12 FOR ANY BREAK OR AN UNPROVEN     *
114300*    BALANCE, WHICH STOPS THE NIGHT; 4 FOR WARNINGS ONLY.        *
114400******************************************************************
114500 8000-TERMINATE.
114600     MOVE SPACES TO EUL1-LRP-PRINT-LINE.
114700     WRITE EUL1-LRP-PRINT-LINE.
114800     MOVE 'AUDIT ROWS IN WINDOW . . . . :' TO EUL1-LRP-C-LABEL.
114900     MOVE EUL1-BAL-AUD-READ TO EUL1-LRP-C-COUNT.
115000     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT.
115100     MOVE 'FEED ROWS IN WINDOW  . . . . :' TO EUL1-LRP-C-LABEL.
115200     MOVE EUL1-BAL-FEED-READ TO EUL1-LRP-C-COUNT.
115300     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT.
115400     MOVE 'REVERSAL ROWS IN WINDOW  . . :' TO EUL1-LRP-C-LABEL.
115500     MOVE EUL1-BAL-RVS-READ TO EUL1-LRP-C-COUNT.
115600     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT.
115700     MOVE 'EXTRACT ROWS IN WINDOW . . . :' TO EUL1-LRP-C-LABEL.
115800     MOVE EUL1-BAL-XT-READ TO EUL1-LRP-C-COUNT.
115900     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT.
116000     MOVE 'ROWS OUTSIDE THE WINDOW  . . :' TO EUL1-LRP-C-LABEL.
116100     MOVE EUL1-BAL-OUTSIDE TO EUL1-LRP-C-COUNT.
116200     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT.
116300     MOVE 'AUDIT/FEED PAIRS MATCHED . . :' TO EUL1-LRP-C-LABEL.
116400     MOVE EUL1-BAL-PAIRED TO EUL1-LRP-C-COUNT.
116500     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT.
116600     MOVE 'BACKOUTS MATCHED TO REVERSAL :' TO EUL1-LRP-C-LABEL.
116700     MOVE EUL1-BAL-REVERSED TO EUL1-LRP-C-COUNT.
116800     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT.
116900     MOVE 'EXTRACT ROWS TRACED TO FEED  :' TO EUL1-LRP-C-LABEL.
117000     MOVE EUL1-BAL-TRACED-CNT TO EUL1-LRP-C-COUNT.
117100     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT.
117200     MOVE 'BREAKS . . . . . . . . . . . :' TO EUL1-LRP-C-LABEL.
117300     MOVE EUL1-BAL-BREAKS TO EUL1-LRP-C-COUNT.
117400     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT.
117500     MOVE 'WARNINGS . . . . . . . . . . :' TO EUL1-LRP-C-LABEL.
117600     MOVE EUL1-BAL-WARNINGS TO EUL1-LRP-C-COUNT.
117700     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT.
117800     CLOSE EUL1-REPORT-FILE.
117900     IF EUL1-BAL-WARNINGS > ZERO
118000         MOVE 4 TO RETURN-CODE
118100     END-IF.
118200     IF EUL1-BAL-BREAKS > ZERO
118300         DISPLAY 'EUL1BAL - FILES DO NOT AGREE - ' EUL1-BAL-BREAKS
118400             ' BREAK(S) - SEE THE BALANCING REPORT'
118500         MOVE 12 TO RETURN-CODE
118510         MOVE SPACES TO EUL1-EXQ-RECORD
118520         SET EUL1-EXQ-SEV-IMBALANCE TO TRUE
118525         STRING 'AUDIT, FEED, AND EXTRACT FILES '
118530                'DO NOT AGREE - SEE REPORT'
118535                DELIMITED BY SIZE
118540                INTO EUL1-EXQ-MESSAGE
118545         END-STRING
118550         PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT
118600     END-IF.
118700     IF EUL1-BAL-UNPROVEN
118800         DISPLAY 'EUL1BAL - BALANCE NOT PROVEN - WINDOW TOO LARGE'
118900         MOVE 12 TO RETURN-CODE
118910         MOVE SPACES TO EUL1-EXQ-RECORD
118920         SET EUL1-EXQ-SEV-IMBALANCE TO TRUE
118925         STRING 'BALANCE NOT PROVEN - WINDOW '
118930                'TOO LARGE FOR THE TABLES'
118935                DELIMITED BY SIZE
118940                INTO EUL1-EXQ-MESSAGE
118945         END-STRING
118950         PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT
119000     END-IF.
119100 8000-EXIT.
119200     EXIT.
119300*
119400******************************************************************
119500*    8200-NOTE-BREAK - ADD THE ROW UNDER EXAMINATION TO THE      *
119600*    BREAK TABLE UNDER THE SOURCE AND TEXT ALREADY SET, AND      *
119700*    COUNT IT AS A BREAK OR A WARNING.  BREAKS BEYOND THE TABLE  *
119800*    ARE COUNTED BUT NOT LISTED.                                 *
119900******************************************************************
120000 8200-NOTE-BREAK.
120100     IF EUL1-BAL-KIND-WARN
120200         ADD 1 TO EUL1-BAL-WARNINGS
120300     ELSE
120400         ADD 1 TO EUL1-BAL-BREAKS
120500     END-IF.
120600     IF EUL1-BAL-BK-CNT = 500
120700         IF NOT EUL1-BAL-BRK-FULL-SHOWN
120800             DISPLAY 'EUL1BAL - MORE THAN 500 BREAKS - EXTRA '
120900                 'BREAKS COUNTED BUT NOT LISTED'
121000             SET EUL1-BAL-BRK-FULL-SHOWN TO TRUE
121100         END-IF
121200         GO TO 8200-EXIT
121300     END-IF.
121400     ADD 1 TO EUL1-BAL-BK-CNT.
121500     ADD 1 TO EUL1-BAL-SEQ.
121600     MOVE EUL1-BAL-CUR-RUN-ID
121650         TO EUL1-BAL-BK-RUN-ID(EUL1-BAL-BK-CNT).
121700     MOVE EUL1-BAL-SEQ TO EUL1-BAL-BK-SEQ(EUL1-BAL-BK-CNT).
121800     MOVE EUL1-BAL-CUR-SCEN TO EUL1-BAL-BK-SCEN(EUL1-BAL-BK-CNT).
121900     MOVE EUL1-BAL-CUR-SOURCE
122000         TO EUL1-BAL-BK-SOURCE(EUL1-BAL-BK-CNT).
122100     MOVE EUL1-BAL-CUR-SUM TO EUL1-BAL-BK-SUM(EUL1-BAL-BK-CNT).
122200     MOVE EUL1-BAL-CUR-TEXT TO EUL1-BAL-BK-TEXT(EUL1-BAL-BK-CNT).
122300 8200-EXIT.
122400     EXIT.
122500*
122600******************************************************************
122700*    8300-WRITE-COUNT - WRITE ONE COUNT LINE.                    *
122800******************************************************************
122900 8300-WRITE-COUNT.
123000     MOVE EUL1-LRP-COUNT TO EUL1-LRP-PRINT-LINE.
123100     WRITE EUL1-LRP-PRINT-LINE.
123200 8300-EXIT.
123300     EXIT.
123400*
123402******************************************************************
123404*    8960-QUEUE-EXCEPTION - RAISE AN OPEN EXCEPTION ON THE       *
123406*    SHARED EXCEPTION QUEUE.  THE CALLER HAS FILLED THE RUN-ID,  *
123408*    SCENARIO, SEVERITY, AND MESSAGE; THE KEY IS THE CURRENT     *
123410*    DATE AND TIME, THE PROGRAM, AND A SEQUENCE NUMBER WITHIN    *
123412*    THE RUN.  THE QUEUE IS OPENED ONLY FOR THE ONE WRITE, AND A *
123414*    QUEUE THAT CANNOT BE OPENED IS REPORTED BUT NEVER FAILS     *
123416*    THE STEP.                                                   *
123418******************************************************************
123420 8960-QUEUE-EXCEPTION.
123422     ACCEPT EUL1-EXQ-RAISED-DATE FROM DATE YYYYMMDD.
123424     ACCEPT EUL1-EXQ-RAISED-TIME FROM TIME.
123426     MOVE 'EUL1BAL' TO EUL1-EXQ-PROGRAM.
123428     ADD 1 TO EUL1-EXQ-RAISED-CNT.
123430     MOVE EUL1-EXQ-RAISED-CNT TO EUL1-EXQ-SEQ.
123432     SET EUL1-EXQ-OPEN TO TRUE.
123434     MOVE SPACES TO EUL1-EXQ-ACK-OPERATOR.
123436     MOVE SPACES TO EUL1-EXQ-ACK-TIMESTAMP.
123438     MOVE SPACES TO EUL1-EXQ-ACK-COMMENT.
123440     MOVE SPACES TO EUL1-EXQ-RES-OPERATOR.
123442     MOVE SPACES TO EUL1-EXQ-RES-TIMESTAMP.
123444     MOVE SPACES TO EUL1-EXQ-RES-COMMENT.
123446     OPEN I-O EUL1-EXCEPTION-FILE.
123448     IF EUL1-EXQ-FILE-NEW
123450         OPEN OUTPUT EUL1-EXCEPTION-FILE
123452         CLOSE EUL1-EXCEPTION-FILE
123454         OPEN I-O EUL1-EXCEPTION-FILE
123456     END-IF.
123458     IF NOT EUL1-EXQ-FILE-OK
123460         DISPLAY 'EUL1BAL - EXCEPTION QUEUE NOT AVAILABLE - '
123462             'STATUS ' EUL1-EXQ-FILE-STATUS ' - NOT QUEUED:'
123464         DISPLAY '  ' EUL1-EXQ-MESSAGE
123466         GO TO 8960-EXIT
123468     END-IF.
123470     MOVE EUL1-EXQ-RECORD TO EUL1-EXQ-CARD.
123472     WRITE EUL1-EXQ-CARD
123474         INVALID KEY
123476             DISPLAY 'EUL1BAL - EXCEPTION QUEUE WRITE FAILED - '
123478                 'NOT QUEUED:'
123480             DISPLAY '  ' EUL1-EXQ-MESSAGE
123482     END-WRITE.
123484     CLOSE EUL1-EXCEPTION-FILE.
123486 8960-EXIT.
123488     EXIT.
123490*
123500******************************************************************
123600*    9999-EXIT - FATAL ERROR EXIT.  THE RETURN-CODE HAS ALREADY  *
123700*    BEEN SET BY THE PARAGRAPH THAT DETECTED THE ERROR.          *
123800******************************************************************
123900 9999-EXIT.
124000     STOP RUN.
