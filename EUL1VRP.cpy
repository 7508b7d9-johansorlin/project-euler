000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1VRP                                       *
000400*    DESCRIPTION: PRINT-LINE LAYOUTS FOR THE EUL1SVR SECURITY   *
000500*                 VIOLATION AND ACCESS REVIEW REPORT.  THE      *
000600*                 FIRST SECTION LISTS EVERY ACTION REFUSED IN   *
000700*                 THE PERIOD WITH THE OPERATOR, THE ROLE        *
000800*                 REQUIRED, THE REASON, AND THE ACTION          *
000900*                 ATTEMPTED; THE SECOND LISTS EACH ROLE ON THE  *
001000*                 OPERATOR AUTHORITY FILE DUE TO EXPIRE WITHIN  *
001100*                 THE WARNING WINDOW, AND ANY ROLE WHOSE DATES  *
001200*                 ARE NOT VALID.  THE REPORT COUNTS FOLLOW.     *
001300*                                                                *
001400*    01  OCT2026  JDM  ORIGINAL COPYBOOK.                        *
001500*                                                                *
001600******************************************************************
001700 01  EUL1-VRP-HDG1.
001800     05  FILLER              PIC X(10) VALUE SPACES.
001900     05  FILLER              PIC X(50)
002000         VALUE 'EUL1 SECURITY VIOLATION AND ACCESS REVIEW REPORT'.
002100     05  FILLER              PIC X(06) VALUE SPACES.
002200     05  FILLER              PIC X(10) VALUE 'RUN DATE:'.
002300     05  EUL1-VRP-H1-DATE    PIC X(10).
002400     05  FILLER              PIC X(46) VALUE SPACES.
002500*
002600 01  EUL1-VRP-HDG2.
002700     05  FILLER              PIC X(10) VALUE SPACES.
002800     05  FILLER              PIC X(15) VALUE 'REFUSALS FROM:'.
002900     05  EUL1-VRP-H2-FROM    PIC X(13).
003000     05  FILLER              PIC X(09) VALUE '   THRU:'.
003100     05  EUL1-VRP-H2-THRU    PIC X(10).
003200     05  FILLER              PIC X(23)
003300         VALUE '   EXPIRY WARNING DAYS:'.
003400     05  EUL1-VRP-H2-DAYS    PIC ZZ9.
003500     05  FILLER              PIC X(49) VALUE SPACES.
003600*
003700 01  EUL1-VRP-SECT.
003800     05  FILLER              PIC X(02) VALUE SPACES.
003900     05  EUL1-VRP-S-TEXT     PIC X(60).
004000     05  FILLER              PIC X(70) VALUE SPACES.
004100*
004200 01  EUL1-VRP-RCOLH.
004300     05  FILLER              PIC X(02) VALUE SPACES.
004400     05  FILLER              PIC X(12) VALUE 'DATE'.
004500     05  FILLER              PIC X(10) VALUE 'TIME'.
004600     05  FILLER              PIC X(10) VALUE 'PROGRAM'.
004700     05  FILLER              PIC X(10) VALUE 'OPERATOR'.
004800     05  FILLER              PIC X(22) VALUE 'ROLE REQUIRED'.
004900     05  FILLER              PIC X(40) VALUE 'REASON'.
005000     05  FILLER              PIC X(26) VALUE SPACES.
005100*
005200 01  EUL1-VRP-RDTL.
005300     05  FILLER              PIC X(02) VALUE SPACES.
005400     05  EUL1-VRP-R-DATE     PIC X(10).
005500     05  FILLER              PIC X(02) VALUE SPACES.
005600     05  EUL1-VRP-R-TIME     PIC X(08).
005700     05  FILLER              PIC X(02) VALUE SPACES.
005800     05  EUL1-VRP-R-PROGRAM  PIC X(08).
005900     05  FILLER              PIC X(02) VALUE SPACES.
006000     05  EUL1-VRP-R-OPERATOR PIC X(08).
006100     05  FILLER              PIC X(02) VALUE SPACES.
006200     05  EUL1-VRP-R-ROLE     PIC X(20).
006300     05  FILLER              PIC X(02) VALUE SPACES.
006400     05  EUL1-VRP-R-REASON   PIC X(40).
006500     05  FILLER              PIC X(26) VALUE SPACES.
006600*
006700 01  EUL1-VRP-RACT.
006800     05  FILLER              PIC X(14) VALUE SPACES.
006900     05  FILLER              PIC X(08) VALUE 'ACTION:'.
007000     05  EUL1-VRP-A-ACTION   PIC X(60).
007100     05  FILLER              PIC X(50) VALUE SPACES.
007200*
007300 01  EUL1-VRP-ECOLH.
007400     05  FILLER              PIC X(02) VALUE SPACES.
007500     05  FILLER              PIC X(10) VALUE 'OPERATOR'.
007600     05  FILLER              PIC X(32) VALUE 'NAME'.
007700     05  FILLER              PIC X(22) VALUE 'ROLE'.
007800     05  FILLER              PIC X(12) VALUE 'EFFECTIVE'.
007900     05  FILLER              PIC X(12) VALUE 'EXPIRES'.
008000     05  FILLER              PIC X(06) VALUE 'DAYS'.
008100     05  FILLER              PIC X(30) VALUE 'NOTE'.
008200     05  FILLER              PIC X(06) VALUE SPACES.
008300*
008400 01  EUL1-VRP-EDTL.
008500     05  FILLER              PIC X(02) VALUE SPACES.
008600     05  EUL1-VRP-E-OPERATOR PIC X(08).
008700     05  FILLER              PIC X(02) VALUE SPACES.
008800     05  EUL1-VRP-E-NAME     PIC X(30).
008900     05  FILLER              PIC X(02) VALUE SPACES.
009000     05  EUL1-VRP-E-ROLE     PIC X(20).
009100     05  FILLER              PIC X(02) VALUE SPACES.
009200     05  EUL1-VRP-E-EFF      PIC X(10).
009300     05  FILLER              PIC X(02) VALUE SPACES.
009400     05  EUL1-VRP-E-EXP      PIC X(10).
009500     05  FILLER              PIC X(02) VALUE SPACES.
009600     05  EUL1-VRP-E-DAYS     PIC X(03).
009700     05  FILLER              PIC X(03) VALUE SPACES.
009800     05  EUL1-VRP-E-NOTE     PIC X(30).
009900     05  FILLER              PIC X(06) VALUE SPACES.
010000*
010100 01  EUL1-VRP-NOTE.
010200     05  FILLER              PIC X(05) VALUE SPACES.
010300     05  EUL1-VRP-N-TEXT     PIC X(80).
010400     05  FILLER              PIC X(47) VALUE SPACES.
010500*
010600 01  EUL1-VRP-COUNT.
010700     05  FILLER              PIC X(10) VALUE SPACES.
010800     05  EUL1-VRP-K-LABEL    PIC X(30).
010900     05  EUL1-VRP-K-VALUE    PIC Z(7)9.
011000     05  FILLER              PIC X(84) VALUE SPACES.
