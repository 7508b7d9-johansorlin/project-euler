000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1MRP                                       *
000400*    DESCRIPTION: PRINT-LINE LAYOUTS FOR THE EUL1TMR BATCH-     *
000500*                 WINDOW ELAPSED-TIME REPORT.  EACH NIGHT PRINTS*
000600*                 ITS STEP LINES AND THEN ITS SCENARIO LINES,   *
000700*                 EACH WITH ITS ELAPSED TIME, THE TRAILING      *
000800*                 AVERAGE OF THE SAME STEP OR SCENARIO, THE     *
000900*                 PERCENT CHANGE, AND A FLAG WHEN OVER THE      *
001000*                 TOLERANCE.  A WATCH LIST OF THE LATEST NIGHT'S*
001100*                 LARGE-LIMIT AND SAMPLING SCENARIOS AND THE    *
001200*                 REPORT COUNTS FOLLOW.                         *
001300*                                                                *
001400*    01  OCT2026  JDM  ORIGINAL COPYBOOK.                        *
001500*                                                                *
001600******************************************************************
001700 01  EUL1-MRP-HDG1.
001800     05  FILLER              PIC X(10) VALUE SPACES.
001900     05  FILLER              PIC X(40)
002000         VALUE 'EUL1 BATCH-WINDOW ELAPSED-TIME REPORT'.
002100     05  FILLER              PIC X(06) VALUE SPACES.
002200     05  FILLER              PIC X(10) VALUE 'RUN DATE:'.
002300     05  EUL1-MRP-H1-DATE    PIC X(10).
002400     05  FILLER              PIC X(56) VALUE SPACES.
002500*
002600 01  EUL1-MRP-HDG2.
002700     05  FILLER              PIC X(10) VALUE SPACES.
002800     05  FILLER              PIC X(11) VALUE 'TOLERANCE:'.
002900     05  EUL1-MRP-H2-TOL     PIC ZZ9.
003000     05  FILLER              PIC X(04) VALUE ' PCT'.
003100     05  FILLER              PIC X(19)
003200         VALUE '   TRAILING NIGHTS:'.
003300     05  EUL1-MRP-H2-NIGHTS  PIC Z9.
003400     05  FILLER              PIC X(16)
003500         VALUE '   LARGE LIMIT:'.
003600     05  EUL1-MRP-H2-LARGE   PIC ZZZ,ZZZ,ZZ9.
003700     05  FILLER              PIC X(22)
003800         VALUE '   NIGHT CUT-OFF HOUR:'.
003900     05  EUL1-MRP-H2-CUTOFF  PIC Z9.
004000     05  FILLER              PIC X(32) VALUE SPACES.
004100*
004200 01  EUL1-MRP-HDG3.
004300     05  FILLER              PIC X(10) VALUE SPACES.
004400     05  FILLER              PIC X(22)
004500         VALUE 'REPORTING FROM NIGHT:'.
004600     05  EUL1-MRP-H3-FROM    PIC X(10).
004700     05  FILLER              PIC X(90) VALUE SPACES.
004800*
004900 01  EUL1-MRP-LEGEND.
005000     05  FILLER              PIC X(10) VALUE SPACES.
005100     05  FILLER              PIC X(42)
005200         VALUE 'ELAPSED AND TRAILING AVERAGE IN SECONDS.'.
005300     05  FILLER              PIC X(48)
005400         VALUE '** = OVER TOLERANCE AGAINST THE TRAILING AVERAGE'.
005500     05  FILLER              PIC X(32) VALUE SPACES.
005600*
005700 01  EUL1-MRP-NIGHT.
005800     05  FILLER              PIC X(02) VALUE SPACES.
005900     05  FILLER              PIC X(09) VALUE 'NIGHT OF'.
006000     05  EUL1-MRP-N-DATE     PIC X(10).
006100     05  FILLER              PIC X(111) VALUE SPACES.
006200*
006300 01  EUL1-MRP-SECT.
006400     05  FILLER              PIC X(05) VALUE SPACES.
006500     05  EUL1-MRP-S-TEXT     PIC X(40).
006600     05  FILLER              PIC X(87) VALUE SPACES.
006700*
006800 01  EUL1-MRP-COLH.
006900     05  FILLER              PIC X(02) VALUE SPACES.
007000     05  FILLER              PIC X(10) VALUE 'PROGRAM'.
007100     05  FILLER              PIC X(10) VALUE 'SCENARIO'.
007200     05  FILLER              PIC X(10) VALUE 'START'.
007300     05  FILLER              PIC X(10) VALUE 'END'.
007400     05  FILLER              PIC X(12) VALUE '   ELAPSED'.
007500     05  FILLER              PIC X(12) VALUE ' TRAIL AVG'.
007600     05  FILLER              PIC X(09) VALUE 'CHG PCT'.
007700     05  FILLER              PIC X(06) VALUE '  RC'.
007800     05  FILLER              PIC X(13) VALUE '      LIMIT'.
007900     05  FILLER              PIC X(10) VALUE 'METHOD'.
008000     05  FILLER              PIC X(04) VALUE SPACES.
008100     05  FILLER              PIC X(24) VALUE 'NOTE'.
008200*
008300 01  EUL1-MRP-DETAIL.
008400     05  FILLER              PIC X(02) VALUE SPACES.
008500     05  EUL1-MRP-D-PROGRAM  PIC X(08).
008600     05  FILLER              PIC X(02) VALUE SPACES.
008700     05  EUL1-MRP-D-SCENARIO PIC X(08).
008800     05  FILLER              PIC X(02) VALUE SPACES.
008900     05  EUL1-MRP-D-START    PIC X(08).
009000     05  FILLER              PIC X(02) VALUE SPACES.
009100     05  EUL1-MRP-D-END      PIC X(08).
009200     05  FILLER              PIC X(02) VALUE SPACES.
009300     05  EUL1-MRP-D-ELAPSED  PIC X(10).
009400     05  FILLER              PIC X(02) VALUE SPACES.
009500     05  EUL1-MRP-D-AVG      PIC X(10).
009600     05  FILLER              PIC X(02) VALUE SPACES.
009700     05  EUL1-MRP-D-PCT      PIC X(07).
009800     05  FILLER              PIC X(02) VALUE SPACES.
009900     05  EUL1-MRP-D-RC       PIC X(04).
010000     05  FILLER              PIC X(02) VALUE SPACES.
010100     05  EUL1-MRP-D-LIMIT    PIC X(11).
010200     05  FILLER              PIC X(02) VALUE SPACES.
010300     05  EUL1-MRP-D-METHOD   PIC X(08).
010400     05  FILLER              PIC X(02) VALUE SPACES.
010500     05  EUL1-MRP-D-FLAG     PIC X(02).
010600     05  FILLER              PIC X(02) VALUE SPACES.
010700     05  EUL1-MRP-D-NOTE     PIC X(24).
010800*
010900 01  EUL1-MRP-NOTE.
011000     05  FILLER              PIC X(05) VALUE SPACES.
011100     05  EUL1-MRP-N-TEXT     PIC X(60).
011200     05  FILLER              PIC X(67) VALUE SPACES.
011300*
011400 01  EUL1-MRP-WHDG.
011500     05  FILLER              PIC X(02) VALUE SPACES.
011600     05  FILLER              PIC X(46)
011700         VALUE 'LARGE-LIMIT AND SAMPLING SCENARIOS - NIGHT OF'.
011800     05  EUL1-MRP-W-DATE     PIC X(10).
011900     05  FILLER              PIC X(74) VALUE SPACES.
012000*
012100 01  EUL1-MRP-COUNT.
012200     05  FILLER              PIC X(10) VALUE SPACES.
012300     05  EUL1-MRP-K-LABEL    PIC X(30).
012400     05  EUL1-MRP-K-VALUE    PIC Z(7)9.
012500     05  FILLER              PIC X(84) VALUE SPACES.
