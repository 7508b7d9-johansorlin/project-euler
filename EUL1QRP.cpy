000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1QRP                                       *
000400*    DESCRIPTION: PRINT-LINE LAYOUTS FOR THE EUL1RPL AS-OF RUN  *
000500*                 REPLAY REPORT.  THE HEADING PAIR SHOWS THE    *
000600*                 REPLAY CARD; EACH REPLAYED AUDIT ROW PRINTS A *
000700*                 BLOCK: THE RUN LINE, THE RECORDED AND THE     *
000800*                 RECONSTRUCTED PARAMETERS AND SUM SIDE BY SIDE,*
000900*                 AND A RESULT LINE SAYING WHETHER THEY AGREE   *
001000*                 AND WHETHER THE VERSION USED CARRIES A        *
001100*                 MATCHING APPROVAL ON THE CHANGE LOG.          *
001200*                                                                *
001300*    01  OCT2026  JDM  ORIGINAL COPYBOOK.                        *
001400*                                                                *
001500******************************************************************
001600 01  EUL1-QRP-HDG1.
001700     05  FILLER              PIC X(10) VALUE SPACES.
001800     05  FILLER              PIC X(34)
001900         VALUE 'EUL1 AS-OF RUN REPLAY'.
002000     05  FILLER              PIC X(06) VALUE SPACES.
002100     05  FILLER              PIC X(10) VALUE 'RUN DATE:'.
002200     05  EUL1-QRP-H1-DATE    PIC X(10).
002300     05  FILLER              PIC X(62) VALUE SPACES.
002400*
002500 01  EUL1-QRP-HDG2.
002600     05  FILLER              PIC X(05) VALUE SPACES.
002700     05  FILLER              PIC X(08) VALUE 'RUN-ID:'.
002800     05  EUL1-QRP-H2-RUN-ID  PIC X(14).
002900     05  FILLER              PIC X(08) VALUE '  FROM:'.
003000     05  EUL1-QRP-H2-FROM    PIC X(08).
003100     05  FILLER              PIC X(06) VALUE '  TO:'.
003200     05  EUL1-QRP-H2-TO      PIC X(08).
003300     05  FILLER              PIC X(12) VALUE '  SCENARIO:'.
003400     05  EUL1-QRP-H2-SCEN    PIC X(08).
003500     05  FILLER              PIC X(55) VALUE SPACES.
003600*
003700 01  EUL1-QRP-HDG3.
003800     05  FILLER              PIC X(19) VALUE SPACES.
003900     05  FILLER              PIC X(10) VALUE 'EFFECTIVE'.
004000     05  FILLER              PIC X(11) VALUE 'LIMIT'.
004100     05  FILLER              PIC X(03) VALUE 'MD'.
004200     05  FILLER              PIC X(11) VALUE 'LOWER'.
004300     05  FILLER              PIC X(20) VALUE 'SUM'.
004400     05  FILLER              PIC X(39) VALUE 'DIVISORS'.
004500     05  FILLER              PIC X(19) VALUE SPACES.
004600*
004700 01  EUL1-QRP-RUN.
004800     05  FILLER              PIC X(02) VALUE SPACES.
004900     05  FILLER              PIC X(08) VALUE 'RUN-ID:'.
005000     05  EUL1-QRP-R-RUN-ID   PIC X(14).
005100     05  FILLER              PIC X(12) VALUE '  RUN DATE:'.
005200     05  EUL1-QRP-R-DATE     PIC X(10).
005300     05  FILLER              PIC X(12) VALUE '  SCENARIO:'.
005400     05  EUL1-QRP-R-SCEN     PIC X(08).
005500     05  FILLER              PIC X(08) VALUE '  FROM:'.
005600     05  EUL1-QRP-R-SOURCE   PIC X(07).
005700     05  FILLER              PIC X(10) VALUE '  STATUS:'.
005800     05  EUL1-QRP-R-STATUS   PIC X(01).
005900     05  FILLER              PIC X(40) VALUE SPACES.
006000*
006100 01  EUL1-QRP-VALUES.
006200     05  FILLER              PIC X(05) VALUE SPACES.
006300     05  EUL1-QRP-V-LABEL    PIC X(14).
006400     05  EUL1-QRP-V-EFF      PIC X(08).
006500     05  FILLER              PIC X(02) VALUE SPACES.
006600     05  EUL1-QRP-V-LIMIT    PIC Z(8)9.
006700     05  FILLER              PIC X(02) VALUE SPACES.
006800     05  EUL1-QRP-V-MODE     PIC X(01).
006900     05  FILLER              PIC X(02) VALUE SPACES.
007000     05  EUL1-QRP-V-LOWER    PIC Z(8)9.
007100     05  FILLER              PIC X(02) VALUE SPACES.
007200     05  EUL1-QRP-V-SUM      PIC Z(17)9.
007300     05  FILLER              PIC X(02) VALUE SPACES.
007400     05  EUL1-QRP-V-DIVS     PIC X(39).
007500     05  FILLER              PIC X(19) VALUE SPACES.
007600*
007700 01  EUL1-QRP-EXCL.
007800     05  FILLER              PIC X(19) VALUE SPACES.
007900     05  FILLER              PIC X(20)
008000         VALUE 'EXCLUSION DIVISORS:'.
008100     05  EUL1-QRP-X-DIVS     PIC X(39).
008200     05  FILLER              PIC X(54) VALUE SPACES.
008300*
008400 01  EUL1-QRP-RESULT.
008500     05  FILLER              PIC X(05) VALUE SPACES.
008600     05  FILLER              PIC X(11) VALUE 'PARAMETERS'.
008700     05  EUL1-QRP-S-PARMS    PIC X(07).
008800     05  FILLER              PIC X(06) VALUE '  SUM'.
008900     05  EUL1-QRP-S-SUM      PIC X(12).
009000     05  FILLER              PIC X(15) VALUE 'VERSION FROM:'.
009100     05  EUL1-QRP-S-FROM     PIC X(16).
009200     05  EUL1-QRP-S-APPR     PIC X(60).
009300*
009400 01  EUL1-QRP-NOTE.
009500     05  FILLER              PIC X(05) VALUE SPACES.
009600     05  EUL1-QRP-N-TEXT     PIC X(70).
009700     05  FILLER              PIC X(57) VALUE SPACES.
009800*
009900 01  EUL1-QRP-COUNT.
010000     05  FILLER              PIC X(10) VALUE SPACES.
010100     05  EUL1-QRP-C-LABEL    PIC X(30).
010200     05  EUL1-QRP-C-VALUE    PIC Z(7)9.
010300     05  FILLER              PIC X(84) VALUE SPACES.
