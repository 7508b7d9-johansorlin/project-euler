000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1JRP                                       *
000400*    DESCRIPTION: PRINT-LINE LAYOUTS FOR THE EUL1PRJ RUN-       *
000500*                 CALENDAR PROJECTION.  THE HEADINGS SHOW THE   *
000600*                 HORIZON; THE GRID PRINTS ONE ROW PER PROJECTED*
000700*                 RUN DATE AND ONE COLUMN PER CALENDAR RECORD,  *
000800*                 FIVE COLUMNS TO A PANEL, WITH THE PROJECTED   *
000900*                 TOTAL AND ITS FLAGS IN EACH CELL.  A DAILY    *
001000*                 SUMMARY AND A LIST OF THE VERSION CHANGES THAT*
001100*                 TAKE EFFECT WITHIN THE HORIZON FOLLOW.        *
001200*                                                                *
001300*    01  OCT2026  JDM  ORIGINAL COPYBOOK.                        *
001400*                                                                *
001500******************************************************************
001600 01  EUL1-JRP-HDG1.
001700     05  FILLER              PIC X(10) VALUE SPACES.
001800     05  FILLER              PIC X(34)
001900         VALUE 'EUL1 RUN-CALENDAR PROJECTION'.
002000     05  FILLER              PIC X(06) VALUE SPACES.
002100     05  FILLER              PIC X(10) VALUE 'RUN DATE:'.
002200     05  EUL1-JRP-H1-DATE    PIC X(10).
002300     05  FILLER              PIC X(62) VALUE SPACES.
002400*
002500 01  EUL1-JRP-HDG2.
002600     05  FILLER              PIC X(10) VALUE SPACES.
002700     05  FILLER              PIC X(09) VALUE 'HORIZON:'.
002800     05  EUL1-JRP-H2-DAYS    PIC ZZ9.
002900     05  FILLER              PIC X(05) VALUE ' DAYS'.
003000     05  FILLER              PIC X(08) VALUE '  FROM:'.
003100     05  EUL1-JRP-H2-FROM    PIC X(10).
003200     05  FILLER              PIC X(11) VALUE '  THROUGH:'.
003300     05  EUL1-JRP-H2-THRU    PIC X(10).
003400     05  FILLER              PIC X(66) VALUE SPACES.
003500*
003600 01  EUL1-JRP-LEGEND.
003700     05  FILLER              PIC X(10) VALUE SPACES.
003800     05  FILLER              PIC X(48)
003900         VALUE '* = A VERSION CHANGE TAKES EFFECT ON THE DATE'.
004000     05  FILLER              PIC X(22)
004100         VALUE 'P = PENDING VERSION'.
004200     05  FILLER              PIC X(45)
004300         VALUE 'NO VERSION = DUE WITH NO VERSION IN EFFECT'.
004400     05  FILLER              PIC X(07) VALUE SPACES.
004500*
004600 01  EUL1-JRP-COLH1.
004700     05  FILLER              PIC X(02) VALUE SPACES.
004800     05  FILLER              PIC X(10) VALUE 'RUN DATE'.
004900     05  EUL1-JRP-CH-SET     PIC X(21) OCCURS 5 TIMES.
005000     05  FILLER              PIC X(15) VALUE SPACES.
005100*
005200 01  EUL1-JRP-COLH2.
005300     05  FILLER              PIC X(12) VALUE SPACES.
005400     05  EUL1-JRP-CH-SCHED   PIC X(21) OCCURS 5 TIMES.
005500     05  FILLER              PIC X(15) VALUE SPACES.
005600*
005700 01  EUL1-JRP-GRID.
005800     05  FILLER              PIC X(02) VALUE SPACES.
005900     05  EUL1-JRP-G-DATE     PIC X(10).
006000     05  EUL1-JRP-G-CELL     OCCURS 5 TIMES.
006100         10  EUL1-JRP-G-LEAD     PIC X(01).
006200         10  EUL1-JRP-G-AMT      PIC X(18).
006300         10  EUL1-JRP-G-CHG      PIC X(01).
006400         10  EUL1-JRP-G-PEND     PIC X(01).
006500     05  FILLER              PIC X(15) VALUE SPACES.
006600*
006700 01  EUL1-JRP-DHDG.
006800     05  FILLER              PIC X(02) VALUE SPACES.
006900     05  FILLER              PIC X(10) VALUE 'RUN DATE'.
007000     05  FILLER              PIC X(02) VALUE SPACES.
007100     05  FILLER              PIC X(08) VALUE 'SETS DUE'.
007200     05  FILLER              PIC X(02) VALUE SPACES.
007300     05  FILLER              PIC X(10) VALUE 'NO VERSION'.
007400     05  FILLER              PIC X(02) VALUE SPACES.
007500     05  FILLER              PIC X(07) VALUE 'CHANGES'.
007600     05  FILLER              PIC X(02) VALUE SPACES.
007700     05  FILLER              PIC X(18)
007800         VALUE '   PROJECTED TOTAL'.
007900     05  FILLER              PIC X(69) VALUE SPACES.
008000*
008100 01  EUL1-JRP-DAILY.
008200     05  FILLER              PIC X(02) VALUE SPACES.
008300     05  EUL1-JRP-D-DATE     PIC X(10).
008400     05  FILLER              PIC X(02) VALUE SPACES.
008500     05  EUL1-JRP-D-DUE      PIC Z(7)9.
008600     05  FILLER              PIC X(02) VALUE SPACES.
008700     05  EUL1-JRP-D-NOVER    PIC Z(9)9.
008800     05  FILLER              PIC X(02) VALUE SPACES.
008900     05  EUL1-JRP-D-CHG      PIC Z(6)9.
009000     05  FILLER              PIC X(02) VALUE SPACES.
009100     05  EUL1-JRP-D-TOTAL    PIC X(18).
009200     05  FILLER              PIC X(69) VALUE SPACES.
009300*
009400 01  EUL1-JRP-CHDG.
009500     05  FILLER              PIC X(02) VALUE SPACES.
009600     05  FILLER              PIC X(50)
009700         VALUE 'VERSION CHANGES TAKING EFFECT WITHIN THE HORIZON'.
009800     05  FILLER              PIC X(80) VALUE SPACES.
009900*
010000 01  EUL1-JRP-CHANGE.
010100     05  FILLER              PIC X(05) VALUE SPACES.
010200     05  EUL1-JRP-C-DATE     PIC X(10).
010300     05  FILLER              PIC X(02) VALUE SPACES.
010400     05  EUL1-JRP-C-SET      PIC X(08).
010500     05  FILLER              PIC X(02) VALUE SPACES.
010600     05  FILLER              PIC X(10) VALUE 'EFFECTIVE'.
010700     05  EUL1-JRP-C-EFF      PIC X(08).
010800     05  FILLER              PIC X(02) VALUE SPACES.
010900     05  EUL1-JRP-C-STAT     PIC X(07).
011000     05  FILLER              PIC X(02) VALUE SPACES.
011100     05  FILLER              PIC X(14) VALUE 'PROJECTED SUM'.
011200     05  EUL1-JRP-C-SUM      PIC X(18).
011300     05  FILLER              PIC X(44) VALUE SPACES.
011400*
011500 01  EUL1-JRP-NOTE.
011600     05  FILLER              PIC X(05) VALUE SPACES.
011700     05  EUL1-JRP-N-SET      PIC X(08).
011800     05  FILLER              PIC X(02) VALUE SPACES.
011900     05  EUL1-JRP-N-TEXT     PIC X(70).
012000     05  FILLER              PIC X(47) VALUE SPACES.
012100*
012200 01  EUL1-JRP-COUNT.
012300     05  FILLER              PIC X(10) VALUE SPACES.
012400     05  EUL1-JRP-K-LABEL    PIC X(30).
012500     05  EUL1-JRP-K-VALUE    PIC Z(7)9.
012600     05  FILLER              PIC X(84) VALUE SPACES.
