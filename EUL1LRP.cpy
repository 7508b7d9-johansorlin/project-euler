000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1LRP                                       *
000400*    DESCRIPTION: PRINT-LINE LAYOUTS FOR THE EUL1BAL CROSS-FILE *
000500*                 BALANCING REPORT.  THE HEADING PAIR SHOWS THE *
000600*                 RUN DATE AND THE RUN-DATE WINDOW BALANCED;    *
000700*                 ONE DETAIL LINE PER BREAK OR WARNING, IN      *
000800*                 RUN-ID ORDER, NAMES THE FILE THE ROW CAME     *
000900*                 FROM AND WHAT IS WRONG WITH IT; THE CLOSING   *
001000*                 COUNTS SHOW WHAT WAS READ AND MATCHED.        *
001100*                                                                *
001200*    01  OCT2026  JDM  ORIGINAL COPYBOOK.                        *
001300*                                                                *
001400******************************************************************
001500 01  EUL1-LRP-HDG1.
001600     05  FILLER              PIC X(10) VALUE SPACES.
001700     05  FILLER              PIC X(34)
001800         VALUE 'EUL1 CROSS-FILE BALANCING REPORT'.
001900     05  FILLER              PIC X(06) VALUE SPACES.
002000     05  FILLER              PIC X(10) VALUE 'RUN DATE:'.
002100     05  EUL1-LRP-H1-DATE    PIC X(10).
002200     05  FILLER              PIC X(62) VALUE SPACES.
002300*
002400 01  EUL1-LRP-HDG2.
002500     05  FILLER              PIC X(10) VALUE SPACES.
002600     05  FILLER              PIC X(14) VALUE 'WINDOW DAYS:'.
002700     05  EUL1-LRP-H2-DAYS    PIC Z(3)9.
002800     05  FILLER              PIC X(20)
002900         VALUE '   ROWS DATED FROM:'.
003000     05  EUL1-LRP-H2-FROM    PIC X(10).
003100     05  FILLER              PIC X(74) VALUE SPACES.
003200*
003300 01  EUL1-LRP-HDG3.
003400     05  FILLER              PIC X(05) VALUE SPACES.
003500     05  FILLER              PIC X(16) VALUE 'RUN-ID'.
003600     05  FILLER              PIC X(10) VALUE 'SCENARIO'.
003700     05  FILLER              PIC X(10) VALUE 'FILE'.
003800     05  FILLER              PIC X(20) VALUE 'SUM'.
003900     05  FILLER              PIC X(50) VALUE 'BREAK'.
004000     05  FILLER              PIC X(21) VALUE SPACES.
004100*
004200 01  EUL1-LRP-DETAIL.
004300     05  FILLER              PIC X(05) VALUE SPACES.
004400     05  EUL1-LRP-D-RUN-ID   PIC X(14).
004500     05  FILLER              PIC X(02) VALUE SPACES.
004600     05  EUL1-LRP-D-SCEN     PIC X(08).
004700     05  FILLER              PIC X(02) VALUE SPACES.
004800     05  EUL1-LRP-D-SOURCE   PIC X(08).
004900     05  FILLER              PIC X(02) VALUE SPACES.
005000     05  EUL1-LRP-D-SUM      PIC Z(17)9.
005100     05  FILLER              PIC X(02) VALUE SPACES.
005200     05  EUL1-LRP-D-TEXT     PIC X(50).
005300     05  FILLER              PIC X(21) VALUE SPACES.
005400*
005500 01  EUL1-LRP-COUNT.
005600     05  FILLER              PIC X(10) VALUE SPACES.
005700     05  EUL1-LRP-C-LABEL    PIC X(30).
005800     05  EUL1-LRP-C-COUNT    PIC Z(7)9.
005900     05  FILLER              PIC X(84) VALUE SPACES.
