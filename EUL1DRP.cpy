000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1DRP                                       *
000400*    DESCRIPTION: PRINT-LINE LAYOUTS FOR THE EUL1LOD PARAMETER- *
000500*                 LOAD REPORT.  THE HEADING PAIR SHOWS THE RUN  *
000600*                 DATE AND THE SUBMITTING OPERATOR; ONE DETAIL  *
000700*                 LINE PER TRANSACTION SHOWS WHETHER IT WAS     *
000800*                 ACCEPTED AS A PENDING VERSION OR REJECTED,    *
000900*                 AND WHY; THE CLOSING COUNTS SHOW THE TOTALS.  *
001000*                                                                *
001100*    01  OCT2026  JDM  ORIGINAL COPYBOOK.                        *
001200*                                                                *
001300******************************************************************
001400 01  EUL1-DRP-HDG1.
001500     05  FILLER              PIC X(10) VALUE SPACES.
001600     05  FILLER              PIC X(34)
001700         VALUE 'EUL1 PARAMETER-LOAD REPORT'.
001800     05  FILLER              PIC X(06) VALUE SPACES.
001900     05  FILLER              PIC X(10) VALUE 'RUN DATE:'.
002000     05  EUL1-DRP-H1-DATE    PIC X(10).
002100     05  FILLER              PIC X(62) VALUE SPACES.
002200*
002300 01  EUL1-DRP-HDG2.
002400     05  FILLER              PIC X(10) VALUE SPACES.
002500     05  FILLER              PIC X(14) VALUE 'SUBMITTED BY:'.
002600     05  EUL1-DRP-H2-OPER    PIC X(08).
002700     05  FILLER              PIC X(50)
002800         VALUE '   ACCEPTED VERSIONS AWAIT APPROVAL IN EUL1MNT'.
002900     05  FILLER              PIC X(50) VALUE SPACES.
003000*
003100 01  EUL1-DRP-HDG3.
003200     05  FILLER              PIC X(05) VALUE SPACES.
003300     05  FILLER              PIC X(10) VALUE 'SET NAME'.
003400     05  FILLER              PIC X(10) VALUE 'EFFECTIVE'.
003500     05  FILLER              PIC X(10) VALUE 'RESULT'.
003600     05  FILLER              PIC X(11) VALUE 'LIMIT'.
003700     05  FILLER              PIC X(60) VALUE 'DETAIL'.
003800     05  FILLER              PIC X(26) VALUE SPACES.
003900*
004000 01  EUL1-DRP-DETAIL.
004100     05  FILLER              PIC X(05) VALUE SPACES.
004200     05  EUL1-DRP-D-SET      PIC X(08).
004300     05  FILLER              PIC X(02) VALUE SPACES.
004400     05  EUL1-DRP-D-DATE     PIC X(08).
004500     05  FILLER              PIC X(02) VALUE SPACES.
004600     05  EUL1-DRP-D-RESULT   PIC X(08).
004700     05  FILLER              PIC X(02) VALUE SPACES.
004800     05  EUL1-DRP-D-LIMIT    PIC Z(8)9.
004900     05  FILLER              PIC X(02) VALUE SPACES.
005000     05  EUL1-DRP-D-TEXT     PIC X(60).
005100     05  FILLER              PIC X(26) VALUE SPACES.
005200*
005300 01  EUL1-DRP-COUNT.
005400     05  FILLER              PIC X(10) VALUE SPACES.
005500     05  EUL1-DRP-C-LABEL    PIC X(30).
005600     05  EUL1-DRP-C-COUNT    PIC Z(7)9.
005700     05  FILLER              PIC X(84) VALUE SPACES.
