001120*                      BOUND TO THE SIGNATURE LINE.              *
001130*    03  AUG2026  JDM  ADDED THE SCENARIO IDENTIFIER TO THE      *
001140*                      SIGNATURE LINE.                           *
001150*    04  OCT2026  JDM  ADDED THE WITHHELD-RUN LINES LISTING THE  *
001160*                      RUNS NOT RELEASED ON THE FEED RELEASE     *
001170*                      LEDGER, AND THEIR TOTALS LINE.            *
001180*    05  OCT2026  JDM  ADDED THE NOTE PRINTED WHEN THE           *
001190*                      WITHHELD-RUN TABLE IS FULL.               *
001200*                                                                *
001300******************************************************************
001400 01  EUL1-TRP-HDG1.
007300         VALUE '  SIGNATURES:'.
007400     05  EUL1-TRP-T-SIGS     PIC Z(4)9.
007500     05  FILLER              PIC X(84) VALUE SPACES.
007600*
007700 01  EUL1-TRP-WH-HDG1.
007800     05  FILLER              PIC X(05) VALUE SPACES.
007900     05  FILLER              PIC X(45)
008000         VALUE 'RUNS WITHHELD - NOT RELEASED ON THE LEDGER'.
008100     05  FILLER              PIC X(82) VALUE SPACES.
008200*
008300 01  EUL1-TRP-WH-HDG2.
008400     05  FILLER              PIC X(05) VALUE SPACES.
008500     05  FILLER              PIC X(16) VALUE 'RUN-ID'.
008600     05  FILLER              PIC X(15) VALUE 'LEDGER STATUS'.
008700     05  FILLER              PIC X(10) VALUE 'ROWS'.
008800     05  FILLER              PIC X(60) VALUE 'REASON'.
008900     05  FILLER              PIC X(26) VALUE SPACES.
009000*
009100 01  EUL1-TRP-WH-DETAIL.
009200     05  FILLER              PIC X(05) VALUE SPACES.
009300     05  EUL1-TRP-W-RUN-ID   PIC X(14).
009400     05  FILLER              PIC X(02) VALUE SPACES.
009500     05  EUL1-TRP-W-STATUS   PIC X(13).
009600     05  FILLER              PIC X(02) VALUE SPACES.
009700     05  EUL1-TRP-W-ROWS     PIC Z(7)9.
009800     05  FILLER              PIC X(02) VALUE SPACES.
009900     05  EUL1-TRP-W-REASON   PIC X(60).
010000     05  FILLER              PIC X(26) VALUE SPACES.
010100*
010200 01  EUL1-TRP-WH-TOTALS.
010300     05  FILLER              PIC X(05) VALUE SPACES.
010400     05  FILLER              PIC X(15)
010500         VALUE 'RUNS WITHHELD:'.
010600     05  EUL1-TRP-WT-RUNS    PIC Z(4)9.
010700     05  FILLER              PIC X(17)
010800         VALUE '  ROWS WITHHELD:'.
010900     05  EUL1-TRP-WT-ROWS    PIC Z(7)9.
011000     05  FILLER              PIC X(82) VALUE SPACES.
011010*
011020 01  EUL1-TRP-WH-FULL.
011030     05  FILLER              PIC X(05) VALUE SPACES.
011040     05  FILLER              PIC X(60)
011050         VALUE 'WITHHELD-RUN TABLE FULL - FIRST 50 RUNS LISTED'.
011060     05  FILLER              PIC X(67) VALUE SPACES.
