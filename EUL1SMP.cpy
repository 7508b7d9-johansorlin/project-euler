000700*                 BACKED OUT, THE TOP REJECT REASONS,           *
000800*                 RECONCILIATION BREAKS OPENED, AND PARAMETER   *
000900*                 UPDATES AND APPROVALS WITH THEIR OPERATORS -  *
001000*                 FOLLOWED BY THE STREAM-WIDE TOTALS, AND THE   *
001030*                 PERIOD'S EXCEPTIONS STILL OPEN OR             *
001060*                 ACKNOWLEDGED LATE.                            *
001100*                                                                *
001200*    01  SEP2026  JDM  ORIGINAL COPYBOOK.                        *
001230*    02  OCT2026  JDM  SCENARIO LINE CARRIES THE REGISTERED      *
001260*                      OWNER, DESCRIPTION, AND STATUS.           *
001270*    03  OCT2026  JDM  EXCEPTION QUEUE SECTION - HEADINGS,       *
001280*                      DETAIL AND MESSAGE LINES, AND TOTALS.     *
001300*                                                                *
001400******************************************************************
001500 01  EUL1-SMP-HDG1.
002800     05  FILLER              PIC X(02) VALUE SPACES.
002900     05  FILLER              PIC X(10) VALUE 'SCENARIO:'.
003000     05  EUL1-SMP-S-ID       PIC X(08).
003020     05  FILLER              PIC X(09) VALUE '  OWNER:'.
003040     05  EUL1-SMP-S-OWNER    PIC X(30).
003060     05  FILLER              PIC X(08) VALUE '  DESC:'.
003080     05  EUL1-SMP-S-DESC     PIC X(40).
003100     05  FILLER              PIC X(02) VALUE SPACES.
003120     05  EUL1-SMP-S-STATUS   PIC X(09).
003140     05  FILLER              PIC X(14) VALUE SPACES.
003200*
003300 01  EUL1-SMP-RUNS.
003400     05  FILLER              PIC X(05) VALUE SPACES.
009600         VALUE '  APPROVALS:'.
009700     05  EUL1-SMP-T-APPROVALS PIC Z(4)9.
009800     05  FILLER              PIC X(80) VALUE SPACES.
009900*
010000 01  EUL1-SMP-XHDG1.
010100     05  FILLER              PIC X(02) VALUE SPACES.
010200     05  FILLER              PIC X(44)
010300         VALUE 'EXCEPTIONS STILL OPEN OR ACKNOWLEDGED LATE'.
010400     05  FILLER              PIC X(29)
010500         VALUE ' - ACKNOWLEDGEMENT DEADLINE:'.
010600     05  EUL1-SMP-XH-HOURS   PIC ZZ9.
010700     05  FILLER              PIC X(06) VALUE ' HOURS'.
010800     05  FILLER              PIC X(48) VALUE SPACES.
010900*
011000 01  EUL1-SMP-XHDG2.
011100     05  FILLER              PIC X(05) VALUE SPACES.
011200     05  FILLER              PIC X(15) VALUE 'RAISED'.
011300     05  FILLER              PIC X(02) VALUE SPACES.
011400     05  FILLER              PIC X(08) VALUE 'PROGRAM'.
011500     05  FILLER              PIC X(02) VALUE SPACES.
011600     05  FILLER              PIC X(14) VALUE 'RUN-ID'.
011700     05  FILLER              PIC X(02) VALUE SPACES.
011800     05  FILLER              PIC X(08) VALUE 'SCENARIO'.
011900     05  FILLER              PIC X(02) VALUE SPACES.
012000     05  FILLER              PIC X(03) VALUE 'SEV'.
012100     05  FILLER              PIC X(03) VALUE SPACES.
012200     05  FILLER              PIC X(12) VALUE 'STATUS'.
012300     05  FILLER              PIC X(02) VALUE SPACES.
012400     05  FILLER              PIC X(08) VALUE 'ACK BY'.
012500     05  FILLER              PIC X(02) VALUE SPACES.
012600     05  FILLER              PIC X(05) VALUE 'HOURS'.
012700     05  FILLER              PIC X(02) VALUE SPACES.
012800     05  FILLER              PIC X(20) VALUE 'NOTE'.
012900     05  FILLER              PIC X(17) VALUE SPACES.
013000*
013100 01  EUL1-SMP-XDTL.
013200     05  FILLER              PIC X(05) VALUE SPACES.
013300     05  EUL1-SMP-X-DATE     PIC X(08).
013400     05  FILLER              PIC X(01) VALUE SPACES.
013500     05  EUL1-SMP-X-TIME     PIC X(06).
013600     05  FILLER              PIC X(02) VALUE SPACES.
013700     05  EUL1-SMP-X-PROGRAM  PIC X(08).
013800     05  FILLER              PIC X(02) VALUE SPACES.
013900     05  EUL1-SMP-X-RUN-ID   PIC X(14).
014000     05  FILLER              PIC X(02) VALUE SPACES.
014100     05  EUL1-SMP-X-SCENARIO PIC X(08).
014200     05  FILLER              PIC X(03) VALUE SPACES.
014300     05  EUL1-SMP-X-SEVERITY PIC Z9.
014400     05  FILLER              PIC X(03) VALUE SPACES.
014500     05  EUL1-SMP-X-STATUS   PIC X(12).
014600     05  FILLER              PIC X(02) VALUE SPACES.
014700     05  EUL1-SMP-X-ACK-OPER PIC X(08).
014800     05  FILLER              PIC X(02) VALUE SPACES.
014900     05  EUL1-SMP-X-HOURS    PIC Z(4)9.
015000     05  FILLER              PIC X(02) VALUE SPACES.
015100     05  EUL1-SMP-X-NOTE     PIC X(20).
015200     05  FILLER              PIC X(17) VALUE SPACES.
015300*
015400 01  EUL1-SMP-XMSG.
015500     05  FILLER              PIC X(22) VALUE SPACES.
015600     05  EUL1-SMP-X-MESSAGE  PIC X(80).
015700     05  FILLER              PIC X(30) VALUE SPACES.
015800*
015900 01  EUL1-SMP-XTOT.
016000     05  FILLER              PIC X(05) VALUE SPACES.
016100     05  FILLER              PIC X(19)
016200         VALUE 'EXCEPTIONS RAISED:'.
016300     05  EUL1-SMP-XT-RAISED  PIC Z(4)9.
016400     05  FILLER              PIC X(14)
016500         VALUE '  STILL OPEN:'.
016600     05  EUL1-SMP-XT-OPEN    PIC Z(4)9.
016700     05  FILLER              PIC X(22)
016800         VALUE '  ACKNOWLEDGED LATE:'.
016900     05  EUL1-SMP-XT-LATE    PIC Z(4)9.
017000     05  FILLER              PIC X(57) VALUE SPACES.
