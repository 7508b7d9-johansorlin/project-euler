000700*                 IT RECEIVED, AND THE CLOSING TOTALS LINE.     *
000800*                                                                *
000900*    01  SEP2026  JDM  ORIGINAL COPYBOOK.                        *
000920*    02  OCT2026  JDM  ADDED THE WITHHELD-RUN LINES LISTING THE  *
000940*                      RUNS NOT RELEASED ON THE FEED RELEASE     *
000960*                      LEDGER, AND THEIR TOTALS LINE.            *
000970*    03  OCT2026  JDM  ADDED THE NOTE PRINTED WHEN THE           *
000980*                      WITHHELD-RUN TABLE IS FULL.               *
001000*                                                                *
001100******************************************************************
001200 01  EUL1-XRP-HDG1.
005800         VALUE '  CONSUMERS:'.
005900     05  EUL1-XRP-T-CONSUMERS PIC Z9.
006000     05  FILLER              PIC X(85) VALUE SPACES.
006100*
006200 01  EUL1-XRP-WH-HDG1.
006300     05  FILLER              PIC X(05) VALUE SPACES.
006400     05  FILLER              PIC X(45)
006500         VALUE 'RUNS WITHHELD - NOT RELEASED ON THE LEDGER'.
006600     05  FILLER              PIC X(82) VALUE SPACES.
006700*
006800 01  EUL1-XRP-WH-HDG2.
006900     05  FILLER              PIC X(05) VALUE SPACES.
007000     05  FILLER              PIC X(16) VALUE 'RUN-ID'.
007100     05  FILLER              PIC X(15) VALUE 'LEDGER STATUS'.
007200     05  FILLER              PIC X(10) VALUE 'ROWS'.
007300     05  FILLER              PIC X(60) VALUE 'REASON'.
007400     05  FILLER              PIC X(26) VALUE SPACES.
007500*
007600 01  EUL1-XRP-WH-DETAIL.
007700     05  FILLER              PIC X(05) VALUE SPACES.
007800     05  EUL1-XRP-W-RUN-ID   PIC X(14).
007900     05  FILLER              PIC X(02) VALUE SPACES.
008000     05  EUL1-XRP-W-STATUS   PIC X(13).
008100     05  FILLER              PIC X(02) VALUE SPACES.
008200     05  EUL1-XRP-W-ROWS     PIC Z(7)9.
008300     05  FILLER              PIC X(02) VALUE SPACES.
008400     05  EUL1-XRP-W-REASON   PIC X(60).
008500     05  FILLER              PIC X(26) VALUE SPACES.
008600*
008700 01  EUL1-XRP-WH-TOTALS.
008800     05  FILLER              PIC X(05) VALUE SPACES.
008900     05  FILLER              PIC X(15)
009000         VALUE 'RUNS WITHHELD:'.
009100     05  EUL1-XRP-WT-RUNS    PIC Z(4)9.
009200     05  FILLER              PIC X(17)
009300         VALUE '  ROWS WITHHELD:'.
009400     05  EUL1-XRP-WT-ROWS    PIC Z(7)9.
009500     05  FILLER              PIC X(82) VALUE SPACES.
009510*
009520 01  EUL1-XRP-WH-FULL.
009530     05  FILLER              PIC X(05) VALUE SPACES.
009540     05  FILLER              PIC X(60)
009550         VALUE 'WITHHELD-RUN TABLE FULL - FIRST 50 RUNS LISTED'.
009560     05  FILLER              PIC X(67) VALUE SPACES.
