000100******************************************************************
000200*                                                                *
000300*    PROGRAM:     EUL1PRJ                                       *
000400*    AUTHOR:      J. D. MERCER                                  *
000500*    INSTALLATION: DATA PROCESSING                              *
000600*    DATE-WRITTEN: OCTOBER 2026                                 *
000700*                                                                *
000800*    DESCRIPTION:                                               *
000900*        FORWARD RUN-CALENDAR PROJECTION.  WHERE EUL1SCH ANSWERS*
001000*        WHAT RUNS TONIGHT, THIS PROGRAM WALKS THE RUN CALENDAR *
001100*        FORWARD OVER A HORIZON OF UP TO 92 DAYS NAMED ON THE   *
001200*        EUL1JPM CARD (TYPICALLY 30, 60, OR 90), JUDGING EACH   *
001300*        CALENDAR RECORD ON EACH DATE BY THE SAME RULES EUL1SCH *
001400*        APPLIES IN 2000-EVALUATE-SCHEDULE, AND SKIPPING        *
001500*        SCENARIOS RETIRED ON THE REGISTRY AS EUL1SCH DOES.     *
001600*        EACH DUE SET IS RESOLVED TO THE VERSION IN EFFECT ON   *
001700*        THAT DATE - THE LATEST ACTIVE OR PENDING               *
001800*        VERSION NOT DATED AFTER IT, A PENDING VERSION          *
001900*        SUPERSEDING AN ACTIVE ONE OF THE SAME DATE, SINCE ITS  *
002000*        APPROVAL WILL REPLACE IT - AND PRICED WITH THE SAME    *
002100*        INCLUSION-EXCLUSION CALCULATION EUL1 USES.  THE REPORT *
002200*        IS A DATE-BY-SCENARIO GRID OF PROJECTED TOTALS WHICH   *
002300*        FLAGS THE DATES A VERSION CHANGE TAKES EFFECT AND THE  *
002400*        DUE DATES ON WHICH A SET WILL HAVE NO VERSION IN       *
002500*        EFFECT, FOLLOWED BY DAILY TOTALS AND A LIST OF THE     *
002600*        VERSION CHANGES.  A DUE SET WITH NO VERSION, OR WITH A *
002700*        VERSION THAT FAILS THE EUL1 EDITS, ENDS THE STEP WITH  *
002800*        CONDITION CODE 4.  NOTHING IS EVER WRITTEN TO THE DECK,*
002900*        THE FEED, OR THE AUDIT TRAIL - THE ONLY OUTPUT IS THIS *
003000*        REPORT.                                                *
003020*        THE BUSINESS-DAY SCHEDULES AND THE HOLIDAY SKIP AND    *
003040*        ROLL ARE PROJECTED AGAINST THE SHOP HOLIDAY CALENDAR   *
003060*        (EUL1HOL) AS EUL1SCH APPLIES THEM; A DUE DATE SKIPPED  *
003080*        OR ROLLED FOR A HOLIDAY IS MARKED IN THE GRID.         *
003100*                                                                *
003200*    MODIFICATION HISTORY:                                      *
003300*        OCT2026  JDM  ORIGINAL PROGRAM.                        *
003320*        OCT2026  JDM  PROJECTS THE BUSINESS-DAY SCHEDULES AND  *
003340*                      THE HOLIDAY SKIP AND ROLL AGAINST THE    *
003360*                      SHOP HOLIDAY CALENDAR (EUL1HOL).  THE RUN*
003380*                      CALENDAR IS NOW A KEYED FILE.            *
003384*        OCT2026  JDM  A SCENARIO REGISTRY OR HOLIDAY CALENDAR  *
003388*                      THAT CANNOT BE OPENED OR READ ABENDS THE *
003392*                      RUN WITH CONDITION CODE 16 RATHER THAN   *
003396*                      BEING PASSED OVER.                       *
003400*                                                                *
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. EUL1PRJ.
003800 AUTHOR. J. D. MERCER.
003900 INSTALLATION. DATA PROCESSING.
004000 DATE-WRITTEN. OCTOBER 2026.
004100 DATE-COMPILED.
004200*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT EUL1-PRJREQ-FILE ASSIGN TO EUL1JPM
004700                             ORGANIZATION IS SEQUENTIAL
004800                             FILE STATUS IS EUL1-JPM-FILE-STATUS.
004900*
005000     SELECT EUL1-CALEN-FILE  ASSIGN TO EUL1CAL
005050                             ORGANIZATION IS INDEXED
005100                             ACCESS MODE IS SEQUENTIAL
005150                             RECORD KEY IS EUL1-CAL-KEY
005200                             FILE STATUS IS EUL1-CAL-FILE-STATUS.
005300*
005400     SELECT EUL1-PARMS-FILE  ASSIGN TO EUL1PRM
005500                             ORGANIZATION IS INDEXED
005600                             ACCESS MODE IS DYNAMIC
005700                             RECORD KEY IS EUL1-PARM-KEY
005800                             FILE STATUS IS EUL1-PRM-FILE-STATUS.
005900*
006000     SELECT EUL1-REGISTRY-FILE ASSIGN TO EUL1REG
006100                             ORGANIZATION IS INDEXED
006200                             ACCESS MODE IS DYNAMIC
006300                             RECORD KEY IS EUL1-REG-KEY
006400                             FILE STATUS IS EUL1-REG-FILE-STATUS.
006500*
006510     SELECT EUL1-HOLIDAY-FILE ASSIGN TO EUL1HOL
006520                             ORGANIZATION IS INDEXED
006530                             ACCESS MODE IS DYNAMIC
006540                             RECORD KEY IS EUL1-HOL-KEY
006550                             FILE STATUS IS EUL1-HOL-FILE-STATUS.
006560*
006600     SELECT EUL1-REPORT-FILE ASSIGN TO EUL1JRP
006700                             ORGANIZATION IS SEQUENTIAL
006800                             FILE STATUS IS EUL1-JRP-FILE-STATUS.
006900*
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  EUL1-PRJREQ-FILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  EUL1-JPM-CARD           PIC X(80).
007600*
007700 FD  EUL1-CALEN-FILE
007800     LABEL RECORDS ARE STANDARD
007900     RECORD CONTAINS 80 CHARACTERS.
007950 01  EUL1-CAL-CARD.
008000     05  EUL1-CAL-KEY            PIC X(08).
008050     05  FILLER                  PIC X(72).
008100*
008200 FD  EUL1-PARMS-FILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 160 CHARACTERS.
008500 01  EUL1-PARM-CARD.
008600     05  EUL1-PARM-KEY.
008700         10  EUL1-PARM-KEY-NAME  PIC X(08).
008800         10  EUL1-PARM-KEY-DATE  PIC 9(08).
008900         10  EUL1-PARM-KEY-STAT  PIC X(01).
009000     05  FILLER                  PIC X(143).
009100*
009200 FD  EUL1-REGISTRY-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 200 CHARACTERS.
009500 01  EUL1-REG-CARD.
009600     05  EUL1-REG-KEY            PIC X(08).
009700     05  FILLER                  PIC X(192).
009800*
009810 FD  EUL1-HOLIDAY-FILE
009820     LABEL RECORDS ARE STANDARD
009830     RECORD CONTAINS 80 CHARACTERS.
009840 01  EUL1-HOL-CARD.
009850     05  EUL1-HOL-KEY            PIC X(08).
009860     05  FILLER                  PIC X(72).
009870*
009900 FD  EUL1-REPORT-FILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 132 CHARACTERS.
010200 01  EUL1-JRP-PRINT-LINE     PIC X(132).
010300*
010400 WORKING-STORAGE SECTION.
010500*
010600******************************************************************
010700*    RUN-CALENDAR RECORD WORKING STORAGE                        *
010800******************************************************************
010900 COPY EUL1CAL.
011000*
011100******************************************************************
011200*    PARAMETER RECORD WORKING STORAGE                           *
011300******************************************************************
011400 COPY EUL1PRM.
011500*
011600******************************************************************
011700*    SCENARIO REGISTRY RECORD WORKING STORAGE                   *
011800******************************************************************
011900 COPY EUL1REG.
011910*
011920******************************************************************
011930*    SHOP HOLIDAY RECORD WORKING STORAGE                        *
011940******************************************************************
011950 COPY EUL1HOL.
012000*
012100******************************************************************
012200*    PROJECTION REPORT PRINT LINES                              *
012300******************************************************************
012400 COPY EUL1JRP.
012500*
012600******************************************************************
012700*    PROJECTION CARD LAYOUT.  THE HORIZON IS A NUMBER OF DAYS,  *
012800*    1 TO 92; THE START DATE DEFAULTS TO TOMORROW, THE FIRST    *
012900*    NIGHT EUL1SCH HAS NOT YET SCHEDULED.                       *
013000******************************************************************
013100 01  EUL1-PRJ-PARM-RECORD.
013200     05  EUL1-PRJ-P-HORIZON  PIC X(03).
013300     05  EUL1-PRJ-P-HORIZON-N REDEFINES EUL1-PRJ-P-HORIZON
013400                             PIC 9(03).
013500     05  FILLER              PIC X(01).
013600     05  EUL1-PRJ-P-START    PIC X(08).
013700     05  EUL1-PRJ-P-START-N  REDEFINES EUL1-PRJ-P-START
013800                             PIC 9(08).
013900     05  FILLER              PIC X(68).
014000*
014100******************************************************************
014160*    PROJECTED RUN DATES, WITH THE WEEKDAY, MONTH-END, HOLIDAY, *
014220*    AND BUSINESS-DAY FLAGS EACH IS JUDGED UNDER, ITS BUSINESS  *
014280*    DAY OF THE MONTH, THE HOLIDAYS SINCE THE LAST BUSINESS DAY *
014340*    WHOSE ROLLED RUNS FALL ON IT, AND THE DAY'S RUNNING TOTALS.*
014400******************************************************************
014500 01  EUL1-PRJ-DAY-TABLE.
014600     05  EUL1-PRJ-DAY        OCCURS 92 TIMES.
014700         10  EUL1-PRJ-Y-DATE     PIC 9(08).
014800         10  EUL1-PRJ-Y-DATE-ED  PIC X(10).
014900         10  EUL1-PRJ-Y-DOW      PIC 9(01).
015000         10  EUL1-PRJ-Y-MEND     PIC X(01).
015100         10  EUL1-PRJ-Y-DUE      PIC 9(04) BINARY.
015200         10  EUL1-PRJ-Y-NOVER    PIC 9(04) BINARY.
015300         10  EUL1-PRJ-Y-CHG      PIC 9(04) BINARY.
015400         10  EUL1-PRJ-Y-TOTAL    PIC 9(18).
015500         10  EUL1-PRJ-Y-OVF      PIC X(01).
015510         10  EUL1-PRJ-Y-HOL      PIC X(01).
015520         10  EUL1-PRJ-Y-BUS      PIC X(01).
015530         10  EUL1-PRJ-Y-LASTB    PIC X(01).
015540         10  EUL1-PRJ-Y-BORD     PIC 9(02) BINARY.
015550         10  EUL1-PRJ-Y-RCNT     PIC 9(02) BINARY.
015560         10  EUL1-PRJ-Y-ROLL     OCCURS 14 TIMES.
015570             15  EUL1-PRJ-R-DATE     PIC 9(08).
015580             15  EUL1-PRJ-R-DOW      PIC 9(01).
015590             15  EUL1-PRJ-R-MEND     PIC X(01).
015600*
015700******************************************************************
015800*    GRID COLUMNS, ONE PER CALENDAR RECORD PROJECTED, EACH WITH *
015900*    ONE CELL PER PROJECTED DATE.  CELL STATE IS SPACE WHEN THE *
016000*    RECORD IS NOT DUE, 'R' WHEN PROJECTED, 'N' WHEN DUE WITH NO*
016050*    VERSION IN EFFECT, 'E' WHEN THE VERSION FAILS EDITS, 'H'   *
016100*    WHEN DUE ON A HOLIDAY AND SKIPPED, AND 'L' WHEN DUE ON A   *
016150*    HOLIDAY AND ROLLED TO THE NEXT BUSINESS DAY.               *
016200******************************************************************
016300 01  EUL1-PRJ-COL-TABLE.
016400     05  EUL1-PRJ-COL        OCCURS 50 TIMES.
016500         10  EUL1-PRJ-C-CAL      PIC X(80).
016600         10  EUL1-PRJ-C-LAST-X   PIC 9(04) BINARY.
016700         10  EUL1-PRJ-C-TOTAL    PIC 9(18).
016800         10  EUL1-PRJ-C-OVF      PIC X(01).
016900         10  EUL1-PRJ-C-CELL     OCCURS 92 TIMES.
017000             15  EUL1-PRJ-C-STATE    PIC X(01).
017100             15  EUL1-PRJ-C-VER-X    PIC 9(04) BINARY.
017200             15  EUL1-PRJ-C-CHG      PIC X(01).
017300*
017400******************************************************************
017500*    ACTIVE AND PENDING LIBRARY VERSIONS, IN KEY ORDER, EACH    *
017600*    PRICED ONCE ON FIRST USE.  V-DONE IS 'N' UNTIL PRICED, THEN*
017700*    'Y', OR 'E' WHEN THE VERSION FAILS THE EUL1 EDITS.         *
017800******************************************************************
017900 01  EUL1-PRJ-VER-TABLE.
018000     05  EUL1-PRJ-VER        OCCURS 500 TIMES.
018100         10  EUL1-PRJ-V-SET      PIC X(08).
018200         10  EUL1-PRJ-V-EFF      PIC 9(08).
018300         10  EUL1-PRJ-V-STAT     PIC X(01).
018400         10  EUL1-PRJ-V-IMAGE    PIC X(160).
018500         10  EUL1-PRJ-V-DONE     PIC X(01).
018600         10  EUL1-PRJ-V-SUM      PIC 9(18).
018700*
018800******************************************************************
018900*    SWITCHES                                                   *
019000******************************************************************
019100 77  EUL1-JPM-FILE-STATUS    PIC X(02) VALUE '00'.
019200     88  EUL1-JPM-FILE-OK    VALUE '00'.
019300     88  EUL1-JPM-FILE-NEW   VALUE '35'.
019400*
019500 77  EUL1-CAL-FILE-STATUS    PIC X(02) VALUE '00'.
019600     88  EUL1-CAL-FILE-OK    VALUE '00'.
019700     88  EUL1-CAL-FILE-NEW   VALUE '35'.
019800*
019900 77  EUL1-PRM-FILE-STATUS    PIC X(02) VALUE '00'.
020000     88  EUL1-PRM-FILE-OK    VALUE '00'.
020100     88  EUL1-PRM-FILE-NEW   VALUE '35'.
020200*
020300 77  EUL1-REG-FILE-STATUS    PIC X(02) VALUE '00'.
020400     88  EUL1-REG-FILE-OK    VALUE '00'.
020500     88  EUL1-REG-FILE-NEW   VALUE '35'.
020600*
020700 77  EUL1-JRP-FILE-STATUS    PIC X(02) VALUE '00'.
020800     88  EUL1-JRP-FILE-OK    VALUE '00'.
020900     88  EUL1-JRP-FILE-NEW   VALUE '35'.
021000*
021100 77  EUL1-JPM-EOF-SW         PIC X(01) VALUE 'N'.
021200     88  EUL1-JPM-EOF        VALUE 'Y'.
021300*
021400 77  EUL1-CAL-EOF-SW         PIC X(01) VALUE 'N'.
021500     88  EUL1-CAL-EOF        VALUE 'Y'.
021600*
021700 77  EUL1-PARMS-EOF-SW       PIC X(01) VALUE 'N'.
021800     88  EUL1-PARMS-EOF      VALUE 'Y'.
021900     88  EUL1-PARMS-NOT-EOF  VALUE 'N'.
022000*
022100 77  EUL1-PRJ-REG-SW         PIC X(01) VALUE 'N'.
022200     88  EUL1-PRJ-REG-OPEN   VALUE 'Y'.
022300     88  EUL1-PRJ-REG-ABSENT VALUE 'N'.
022305*
022310 77  EUL1-HOL-FILE-STATUS    PIC X(02) VALUE '00'.
022315     88  EUL1-HOL-FILE-OK    VALUE '00'.
022320     88  EUL1-HOL-FILE-NEW   VALUE '35'.
022325*
022330 77  EUL1-PRJ-HOL-SW         PIC X(01) VALUE 'N'.
022335     88  EUL1-PRJ-HOL-OPEN   VALUE 'Y'.
022340     88  EUL1-PRJ-HOL-ABSENT VALUE 'N'.
022345*
022350 77  EUL1-PRJ-SCAN-SW        PIC X(01) VALUE 'N'.
022355     88  EUL1-PRJ-SCAN-DONE  VALUE 'Y'.
022360     88  EUL1-PRJ-SCAN-GOING VALUE 'N'.
022365*
022370 77  EUL1-PRJ-MATCH-SW       PIC X(01) VALUE 'N'.
022375     88  EUL1-PRJ-MATCHED    VALUE 'Y'.
022380     88  EUL1-PRJ-NOT-MATCHED VALUE 'N'.
022400*
022500 77  EUL1-PRJ-DUE-SW         PIC X(01) VALUE 'N'.
022600     88  EUL1-PRJ-DUE        VALUE 'Y'.
022700     88  EUL1-PRJ-NOT-DUE    VALUE 'N'.
022800*
022900 77  EUL1-PRJ-KEEP-SW        PIC X(01) VALUE 'Y'.
023000     88  EUL1-PRJ-KEEP       VALUE 'Y'.
023100     88  EUL1-PRJ-DROP       VALUE 'N'.
023200*
023300 77  EUL1-PRJ-EDIT-SW        PIC X(01) VALUE 'N'.
023400     88  EUL1-PRJ-EDIT-ERROR VALUE 'Y'.
023500     88  EUL1-PRJ-EDIT-OK    VALUE 'N'.
023600*
023700 77  EUL1-PRJ-COL-FULL-SW    PIC X(01) VALUE 'N'.
023800     88  EUL1-PRJ-COL-FULL   VALUE 'Y'.
023900*
024000 77  EUL1-PRJ-VER-FULL-SW    PIC X(01) VALUE 'N'.
024100     88  EUL1-PRJ-VER-FULL   VALUE 'Y'.
024200*
024300 77  EUL1-PRJ-OVF-SW         PIC X(01) VALUE 'N'.
024400     88  EUL1-PRJ-OVERFLOW   VALUE 'Y'.
024500*
024600******************************************************************
024700*    WORKING FIELDS                                              *
024800******************************************************************
024900 77  EUL1-PRJ-HORIZON        PIC 9(03) BINARY VALUE ZERO.
025000 77  EUL1-PRJ-COL-CNT        PIC 9(04) BINARY VALUE ZERO.
025100 77  EUL1-PRJ-VER-CNT        PIC 9(04) BINARY VALUE ZERO.
025200 77  EUL1-CLX                PIC 9(04) BINARY VALUE ZERO.
025300 77  EUL1-DYX                PIC 9(04) BINARY VALUE ZERO.
025400 77  EUL1-VRX                PIC 9(04) BINARY VALUE ZERO.
025500 77  EUL1-PNX                PIC 9(04) BINARY VALUE ZERO.
025600 77  EUL1-DTX                PIC 9(02) BINARY VALUE ZERO.
025700 77  EUL1-PRJ-BEST-X         PIC 9(04) BINARY VALUE ZERO.
025800 77  EUL1-PRJ-PANEL-START    PIC 9(04) BINARY VALUE ZERO.
025900 77  EUL1-PRJ-READ-CNT       PIC 9(05) BINARY VALUE ZERO.
026000 77  EUL1-PRJ-IGNORED-CNT    PIC 9(05) BINARY VALUE ZERO.
026100 77  EUL1-PRJ-RETIRED-CNT    PIC 9(05) BINARY VALUE ZERO.
026200 77  EUL1-PRJ-DUE-CNT        PIC 9(07) BINARY VALUE ZERO.
026300 77  EUL1-PRJ-NOVER-CNT      PIC 9(07) BINARY VALUE ZERO.
026400 77  EUL1-PRJ-EDIT-CNT       PIC 9(07) BINARY VALUE ZERO.
026500 77  EUL1-PRJ-CHG-CNT        PIC 9(07) BINARY VALUE ZERO.
026550 77  EUL1-PRJ-HOL-CNT        PIC 9(07) BINARY VALUE ZERO.
026600 77  EUL1-PRJ-START-INT      PIC 9(09) BINARY VALUE ZERO.
026700 77  EUL1-PRJ-DAY-INT        PIC 9(09) BINARY VALUE ZERO.
026800 77  EUL1-PRJ-NEXT-N         PIC 9(08) VALUE ZERO.
026900 77  EUL1-PRJ-AS-OF          PIC 9(08) VALUE ZERO.
027000 77  EUL1-PRJ-AMT-ED         PIC Z(17)9.
027100 77  EUL1-PRJ-DATE-IN        PIC 9(08) VALUE ZERO.
027200 77  EUL1-PRJ-DATE-OUT       PIC X(10) VALUE SPACES.
027205 77  EUL1-PRJ-BORD-RUN       PIC 9(02) BINARY VALUE ZERO.
027210 77  EUL1-PRJ-MEND-INT       PIC 9(09) BINARY VALUE ZERO.
027215 77  EUL1-RFX                PIC 9(02) BINARY VALUE ZERO.
027220*
027225******************************************************************
027230*    ONE DAY LOOKED AT BY 2200-DAY-INFO, AND THE DATE, WEEKDAY, *
027235*    AND MONTH-END FLAG A ROLLING SCHEDULE IS TESTED AGAINST BY *
027240*    3370-TEST-BASE-RULE.                                       *
027245******************************************************************
027250 77  EUL1-PRJ-Q-INT          PIC 9(09) BINARY VALUE ZERO.
027255 77  EUL1-PRJ-Q-DATE         PIC 9(08) VALUE ZERO.
027260 77  EUL1-PRJ-Q-NEXT-N       PIC 9(08) VALUE ZERO.
027265 77  EUL1-PRJ-Q-DOW          PIC 9(01) VALUE ZERO.
027270 77  EUL1-PRJ-Q-MEND         PIC X(01) VALUE 'N'.
027275 77  EUL1-PRJ-Q-HOL          PIC X(01) VALUE 'N'.
027280 77  EUL1-PRJ-Q-BUS          PIC X(01) VALUE 'N'.
027285 77  EUL1-PRJ-T-DATE         PIC 9(08) VALUE ZERO.
027290 77  EUL1-PRJ-T-DOW          PIC 9(01) VALUE ZERO.
027295 77  EUL1-PRJ-T-MEND         PIC X(01) VALUE 'N'.
027300*
027400 01  EUL1-PRJ-RUN-DATE.
027500     05  EUL1-PRJ-RD-YYYY    PIC 9(04).
027600     05  EUL1-PRJ-RD-MM      PIC 9(02).
027700     05  EUL1-PRJ-RD-DD      PIC 9(02).
027800 01  EUL1-PRJ-RUN-DATE-N     REDEFINES EUL1-PRJ-RUN-DATE
027900                             PIC 9(08).
028000 01  EUL1-PRJ-RUN-DATE-ED    PIC X(10).
028100*
028200 01  EUL1-PRJ-WORK-DATE      PIC 9(08) VALUE ZERO.
028300 01  EUL1-PRJ-WORK-DATE-X    REDEFINES EUL1-PRJ-WORK-DATE
028400                             PIC X(08).
028410*
028420 01  EUL1-PRJ-MONTH-DATE.
028430     05  EUL1-PRJ-MD-YYYY    PIC 9(04).
028440     05  EUL1-PRJ-MD-MM      PIC 9(02).
028450     05  EUL1-PRJ-MD-DD      PIC 9(02).
028460 01  EUL1-PRJ-MONTH-DATE-N   REDEFINES EUL1-PRJ-MONTH-DATE
028470                             PIC 9(08).
028500*
028600******************************************************************
028700*    INCLUSION-EXCLUSION WORKING FIELDS, AS EUL1 CARRIES THEM.  *
028800*    THE 7000-SERIES PARAGRAPHS BELOW ARE THE SAME CLOSED-FORM  *
028900*    SUBSET SWEEP EUL1 RUNS IN ITS 2000-SERIES, SO A PROJECTED  *
029000*    TOTAL HERE IS EXACTLY THE TOTAL THE NIGHTLY RUN WILL       *
029100*    PUBLISH UNDER THE SAME PARAMETERS.                         *
029200******************************************************************
029300 77  SUM-OF-MULTIPLES        PIC 9(18) BINARY VALUE ZERO.
029400 77  EUL1-DVX                PIC 9(02) BINARY VALUE ZERO.
029500 77  EUL1-XDX                PIC 9(02) BINARY VALUE ZERO.
029600 77  EUL1-SUBSET-IDX         PIC 9(07) BINARY VALUE ZERO.
029700 77  EUL1-SUBSET-LIMIT       PIC 9(07) BINARY VALUE ZERO.
029800 77  EUL1-SUBSET-COUNT       PIC 9(02) BINARY VALUE ZERO.
029900 77  EUL1-SUBSET-INC-CNT     PIC 9(02) BINARY VALUE ZERO.
030000 77  EUL1-CALC-LOWER         PIC 9(09) BINARY VALUE 1.
030100 77  EUL1-CALC-NBITS         PIC 9(02) BINARY VALUE ZERO.
030200 77  EUL1-WORK-DIVISOR       PIC 9(03) VALUE ZERO.
030300 77  EUL1-SUBSET-M0          PIC 9(09) BINARY VALUE ZERO.
030400 77  EUL1-SUBSET-LCM         PIC 9(18) BINARY VALUE ZERO.
030500 77  EUL1-SUBSET-TERM        PIC 9(18) BINARY VALUE ZERO.
030600 77  EUL1-SUBSET-M           PIC 9(09) BINARY VALUE ZERO.
030700 77  EUL1-BIT-VALUE          PIC 9(09) BINARY VALUE ZERO.
030800 77  EUL1-BIT-TEST           PIC 9(01) BINARY VALUE ZERO.
030900 77  EUL1-GCD-A              PIC 9(09) BINARY VALUE ZERO.
031000 77  EUL1-GCD-B              PIC 9(09) BINARY VALUE ZERO.
031100 77  EUL1-GCD-X              PIC 9(09) BINARY VALUE ZERO.
031200 77  EUL1-GCD-Y              PIC 9(09) BINARY VALUE ZERO.
031300 77  EUL1-GCD-TEMP           PIC 9(09) BINARY VALUE ZERO.
031400 77  EUL1-GCD-RESULT         PIC 9(09) BINARY VALUE ZERO.
031500*
031600 PROCEDURE DIVISION.
031700*
031800******************************************************************
031900*    0000-MAINLINE                                              *
032000******************************************************************
032100 0000-MAINLINE.
032200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032300     PERFORM 1500-LOAD-VERSIONS THRU 1500-EXIT.
032400     PERFORM 1700-LOAD-CALENDAR THRU 1700-EXIT.
032500     PERFORM 2000-BUILD-DAYS THRU 2000-EXIT.
032600     PERFORM 3000-PROJECT-COLUMN THRU 3000-EXIT
032700         VARYING EUL1-CLX FROM 1 BY 1
032800         UNTIL EUL1-CLX > EUL1-PRJ-COL-CNT.
032900     PERFORM 4000-PRINT-GRID THRU 4000-EXIT.
033000     PERFORM 5000-PRINT-DAILY THRU 5000-EXIT.
033100     PERFORM 6000-PRINT-CHANGES THRU 6000-EXIT.
033200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
033300     STOP RUN.
033400*
033500******************************************************************
033600*    1000-INITIALIZE - PICK UP AND EDIT THE PROJECTION CARD,     *
033700*    OPEN THE LIBRARY, REGISTRY, HOLIDAYS, AND CALENDAR, AND     *
033800*    WRITE THE REPORT HEADINGS.  A MISSING OR INVALID CARD,      *
033900*    CALENDAR, OR LIBRARY IS A FATAL CONDITION.                  *
034000******************************************************************
034100 1000-INITIALIZE.
034200     ACCEPT EUL1-PRJ-RUN-DATE FROM DATE YYYYMMDD.
034300     MOVE EUL1-PRJ-RUN-DATE-N TO EUL1-PRJ-DATE-IN.
034400     PERFORM 8200-EDIT-DATE THRU 8200-EXIT.
034500     MOVE EUL1-PRJ-DATE-OUT TO EUL1-PRJ-RUN-DATE-ED.
034600     OPEN INPUT EUL1-PRJREQ-FILE.
034700     IF EUL1-JPM-FILE-NEW
034800         DISPLAY 'EUL1PRJ - NO PROJECTION CARD PRESENT - ABENDING'
034900         MOVE 16 TO RETURN-CODE
035000         GO TO 9999-EXIT
035100     END-IF.
035200     READ EUL1-PRJREQ-FILE
035300         AT END
035400             SET EUL1-JPM-EOF TO TRUE
035500     END-READ.
035600     IF EUL1-JPM-EOF
035700         DISPLAY 'EUL1PRJ - NO PROJECTION CARD PRESENT - ABENDING'
035800         CLOSE EUL1-PRJREQ-FILE
035900         MOVE 16 TO RETURN-CODE
036000         GO TO 9999-EXIT
036100     END-IF.
036200     MOVE EUL1-JPM-CARD TO EUL1-PRJ-PARM-RECORD.
036300     CLOSE EUL1-PRJREQ-FILE.
036400     IF EUL1-PRJ-P-HORIZON NOT NUMERIC
036500        OR EUL1-PRJ-P-HORIZON-N = ZERO
036600        OR EUL1-PRJ-P-HORIZON-N > 92
036700         DISPLAY 'EUL1PRJ - HORIZON MUST BE 001 TO 092 DAYS: '
036800             EUL1-PRJ-P-HORIZON ' - ABENDING'
036900         MOVE 16 TO RETURN-CODE
037000         GO TO 9999-EXIT
037100     END-IF.
037200     MOVE EUL1-PRJ-P-HORIZON-N TO EUL1-PRJ-HORIZON.
037300     IF EUL1-PRJ-P-START = SPACES
037400         COMPUTE EUL1-PRJ-START-INT =
037500             FUNCTION INTEGER-OF-DATE(EUL1-PRJ-RUN-DATE-N) + 1
037600     ELSE
037700         IF EUL1-PRJ-P-START NOT NUMERIC
037800             DISPLAY 'EUL1PRJ - START DATE IS NOT NUMERIC: '
037900                 EUL1-PRJ-P-START ' - ABENDING'
038000             MOVE 16 TO RETURN-CODE
038100             GO TO 9999-EXIT
038200         END-IF
038300         IF FUNCTION TEST-DATE-YYYYMMDD(EUL1-PRJ-P-START-N)
038400                 NOT = ZERO
038500             DISPLAY 'EUL1PRJ - START DATE IS NOT A CALENDAR '
038600                 'DATE: ' EUL1-PRJ-P-START ' - ABENDING'
038700             MOVE 16 TO RETURN-CODE
038800             GO TO 9999-EXIT
038900         END-IF
039000         COMPUTE EUL1-PRJ-START-INT =
039100             FUNCTION INTEGER-OF-DATE(EUL1-PRJ-P-START-N)
039200     END-IF.
039300     OPEN INPUT EUL1-PARMS-FILE.
039400     IF EUL1-PRM-FILE-NEW
039500         DISPLAY 'EUL1PRJ - NO PARAMETER LIBRARY PRESENT - '
039600             'ABENDING'
039700         MOVE 16 TO RETURN-CODE
039800         GO TO 9999-EXIT
039900     END-IF.
040000     OPEN INPUT EUL1-REGISTRY-FILE.
040100     IF EUL1-REG-FILE-NEW
040200         DISPLAY 'EUL1PRJ - NO SCENARIO REGISTRY PRESENT - NO '
040300             'SCENARIO IS TREATED AS RETIRED'
040400     ELSE
040410         IF NOT EUL1-REG-FILE-OK
040420             DISPLAY 'EUL1PRJ - SCENARIO REGISTRY NOT AVAILABLE '
040430                 '- STATUS ' EUL1-REG-FILE-STATUS ' - ABENDING'
040440             MOVE 16 TO RETURN-CODE
040450             GO TO 9999-EXIT
040460         END-IF
040500         SET EUL1-PRJ-REG-OPEN TO TRUE
040600     END-IF.
040610     OPEN INPUT EUL1-HOLIDAY-FILE.
040620     IF EUL1-HOL-FILE-NEW
040630         DISPLAY 'EUL1PRJ - NO HOLIDAY CALENDAR PRESENT - NO '
040640             'DATE IS TREATED AS A HOLIDAY'
040650     ELSE
040651         IF NOT EUL1-HOL-FILE-OK
040652             DISPLAY 'EUL1PRJ - HOLIDAY CALENDAR NOT AVAILABLE '
040653                 '- STATUS ' EUL1-HOL-FILE-STATUS ' - ABENDING'
040654             MOVE 16 TO RETURN-CODE
040655             GO TO 9999-EXIT
040656         END-IF
040660         SET EUL1-PRJ-HOL-OPEN TO TRUE
040670     END-IF.
040700     OPEN INPUT EUL1-CALEN-FILE.
040800     IF EUL1-CAL-FILE-NEW
040900         DISPLAY 'EUL1PRJ - NO RUN CALENDAR PRESENT - ABENDING'
041000         MOVE 16 TO RETURN-CODE
041100         GO TO 9999-EXIT
041200     END-IF.
041300     OPEN EXTEND EUL1-REPORT-FILE.
041400     IF EUL1-JRP-FILE-NEW
041500         OPEN OUTPUT EUL1-REPORT-FILE
041600     END-IF.
041700     MOVE EUL1-PRJ-RUN-DATE-ED TO EUL1-JRP-H1-DATE.
041800     MOVE EUL1-JRP-HDG1 TO EUL1-JRP-PRINT-LINE.
041900     WRITE EUL1-JRP-PRINT-LINE.
042000 1000-EXIT.
042100     EXIT.
042200*
042300******************************************************************
042400*    1500-LOAD-VERSIONS - SWEEP THE KEYED LIBRARY ONCE, HOLDING  *
042500*    EVERY ACTIVE AND PENDING VERSION WITH A READABLE EFFECTIVE  *
042600*    DATE.  A LIBRARY WITH NONE IS A FATAL CONDITION.            *
042700******************************************************************
042800 1500-LOAD-VERSIONS.
042900     MOVE LOW-VALUES TO EUL1-PARM-KEY.
043000     START EUL1-PARMS-FILE KEY NOT < EUL1-PARM-KEY
043100         INVALID KEY
043200             SET EUL1-PARMS-EOF TO TRUE
043300     END-START.
043400     PERFORM 1510-LOAD-ONE-VERSION THRU 1510-EXIT
043500         UNTIL EUL1-PARMS-EOF.
043600     IF EUL1-PRJ-VER-CNT = ZERO
043700         DISPLAY 'EUL1PRJ - PARAMETER LIBRARY IS EMPTY - ABENDING'
043800         MOVE 16 TO RETURN-CODE
043900         GO TO 9999-EXIT
044000     END-IF.
044100 1500-EXIT.
044200     EXIT.
044300*
044400******************************************************************
044500*    1510-LOAD-ONE-VERSION - READ THE NEXT LIBRARY RECORD AND    *
044600*    HOLD IT WHEN IT IS AN ACTIVE OR PENDING VERSION.  VERSIONS  *
044700*    BEYOND THE TABLE LIMIT ARE REPORTED, AND THE SETS THEY      *
044800*    BELONG TO MAY THEN PROJECT AN OLDER VERSION.                *
044900******************************************************************
045000 1510-LOAD-ONE-VERSION.
045100     READ EUL1-PARMS-FILE NEXT RECORD
045200         AT END
045300             SET EUL1-PARMS-EOF TO TRUE
045400             GO TO 1510-EXIT
045500     END-READ.
045600     MOVE EUL1-PARM-CARD TO EUL1-PARM-RECORD.
045700     IF NOT EUL1-PRM-ACTIVE
045800        AND NOT EUL1-PRM-PENDING
045900         GO TO 1510-EXIT
046000     END-IF.
046100     IF EUL1-PRM-EFF-DATE NOT NUMERIC
046200         GO TO 1510-EXIT
046300     END-IF.
046400     IF EUL1-PRJ-VER-CNT = 500
046500         IF NOT EUL1-PRJ-VER-FULL
046600             DISPLAY 'EUL1PRJ - MORE THAN 500 LIBRARY VERSIONS - '
046700                 'LATER SETS MAY PROJECT AN OLDER VERSION'
046800             SET EUL1-PRJ-VER-FULL TO TRUE
046900         END-IF
047000         GO TO 1510-EXIT
047100     END-IF.
047200     ADD 1 TO EUL1-PRJ-VER-CNT.
047300     MOVE EUL1-PRM-SET-NAME TO EUL1-PRJ-V-SET(EUL1-PRJ-VER-CNT).
047400     MOVE EUL1-PRM-EFF-DATE TO EUL1-PRJ-V-EFF(EUL1-PRJ-VER-CNT).
047500     MOVE EUL1-PRM-STATUS TO EUL1-PRJ-V-STAT(EUL1-PRJ-VER-CNT).
047600     MOVE EUL1-PARM-CARD TO EUL1-PRJ-V-IMAGE(EUL1-PRJ-VER-CNT).
047700     MOVE 'N' TO EUL1-PRJ-V-DONE(EUL1-PRJ-VER-CNT).
047800     MOVE ZERO TO EUL1-PRJ-V-SUM(EUL1-PRJ-VER-CNT).
047900 1510-EXIT.
048000     EXIT.
048100*
048200******************************************************************
048300*    1700-LOAD-CALENDAR - READ THE RUN CALENDAR, HOLDING EACH    *
048400*    RECORD THAT CAN BE PROJECTED AS A GRID COLUMN.  A RECORD    *
048500*    EUL1SCH WOULD FLAG, OR ONE OF A RETIRED SCENARIO, IS NOTED  *
048600*    ON THE REPORT AND LEFT OUT.  AN EMPTY CALENDAR IS FATAL.    *
048700******************************************************************
048800 1700-LOAD-CALENDAR.
048900     PERFORM 1710-LOAD-ONE-CALENDAR THRU 1710-EXIT
049000         UNTIL EUL1-CAL-EOF.
049100     CLOSE EUL1-CALEN-FILE.
049200     IF EUL1-PRJ-READ-CNT = ZERO
049300         DISPLAY 'EUL1PRJ - RUN CALENDAR IS EMPTY - ABENDING'
049400         MOVE 16 TO RETURN-CODE
049500         GO TO 9999-EXIT
049600     END-IF.
049700 1700-EXIT.
049800     EXIT.
049900*
050000******************************************************************
050100*    1710-LOAD-ONE-CALENDAR - READ ONE CALENDAR RECORD AND       *
050200*    VET IT AS EUL1SCH WOULD BEFORE HOLDING IT.                  *
050300******************************************************************
050400 1710-LOAD-ONE-CALENDAR.
050500     READ EUL1-CALEN-FILE
050600         AT END
050700             SET EUL1-CAL-EOF TO TRUE
050800             GO TO 1710-EXIT
050900     END-READ.
051000     ADD 1 TO EUL1-PRJ-READ-CNT.
051100     MOVE EUL1-CAL-CARD TO EUL1-CAL-RECORD.
051200     MOVE EUL1-CAL-SET-NAME TO EUL1-JRP-N-SET.
051300     IF EUL1-CAL-SET-NAME = SPACES
051400        OR EUL1-CAL-SET-NAME = LOW-VALUES
051500         MOVE '** BLANK SET NAME ON CALENDAR - NOT PROJECTED'
051600             TO EUL1-JRP-N-TEXT
051700         PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
051800         ADD 1 TO EUL1-PRJ-IGNORED-CNT
051900         GO TO 1710-EXIT
052000     END-IF.
052100     IF NOT EUL1-CAL-SCHED-DAILY
052200        AND NOT EUL1-CAL-SCHED-WEEKDAYS
052300        AND NOT EUL1-CAL-SCHED-MONTHEND
052340        AND NOT EUL1-CAL-SCHED-DATES
052380        AND NOT EUL1-CAL-SCHED-BUSDAYS
052420        AND NOT EUL1-CAL-SCHED-LASTBUS
052460        AND NOT EUL1-CAL-SCHED-NTHBUS
052500         MOVE '** UNKNOWN SCHEDULE CODE - NOT PROJECTED'
052600             TO EUL1-JRP-N-TEXT
052700         PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
052800         ADD 1 TO EUL1-PRJ-IGNORED-CNT
052900         GO TO 1710-EXIT
053000     END-IF.
053004     IF EUL1-CAL-SCHED-NTHBUS
053008         IF EUL1-CAL-BDAY-N NOT NUMERIC
053012            OR EUL1-CAL-BDAY-N = ZERO
053016             MOVE '** INVALID BUSINESS-DAY NUMBER - NOT PROJECTED'
053020                 TO EUL1-JRP-N-TEXT
053024             PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
053028             ADD 1 TO EUL1-PRJ-IGNORED-CNT
053032             GO TO 1710-EXIT
053036         END-IF
053040     END-IF.
053044     IF NOT EUL1-CAL-SCHED-BUSDAYS
053048        AND NOT EUL1-CAL-SCHED-LASTBUS
053052        AND NOT EUL1-CAL-SCHED-NTHBUS
053056        AND NOT EUL1-CAL-HOL-RUN
053060        AND NOT EUL1-CAL-HOL-SKIP
053064        AND NOT EUL1-CAL-HOL-ROLL
053068         MOVE '** UNKNOWN HOLIDAY ACTION - NOT PROJECTED'
053072             TO EUL1-JRP-N-TEXT
053076         PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
053080         ADD 1 TO EUL1-PRJ-IGNORED-CNT
053084         GO TO 1710-EXIT
053088     END-IF.
053100     PERFORM 1750-CHECK-REGISTRY THRU 1750-EXIT.
053200     IF EUL1-PRJ-DROP
053300         ADD 1 TO EUL1-PRJ-RETIRED-CNT
053400         GO TO 1710-EXIT
053500     END-IF.
053600     IF EUL1-PRJ-COL-CNT = 50
053700         IF NOT EUL1-PRJ-COL-FULL
053800             DISPLAY 'EUL1PRJ - MORE THAN 50 CALENDAR RECORDS - '
053900                 'THE REST ARE NOT PROJECTED THIS RUN'
054000             SET EUL1-PRJ-COL-FULL TO TRUE
054100         END-IF
054200         GO TO 1710-EXIT
054300     END-IF.
054400     ADD 1 TO EUL1-PRJ-COL-CNT.
054500     MOVE EUL1-CAL-CARD TO EUL1-PRJ-C-CAL(EUL1-PRJ-COL-CNT).
054600     MOVE ZERO TO EUL1-PRJ-C-LAST-X(EUL1-PRJ-COL-CNT).
054700     MOVE ZERO TO EUL1-PRJ-C-TOTAL(EUL1-PRJ-COL-CNT).
054800     MOVE 'N' TO EUL1-PRJ-C-OVF(EUL1-PRJ-COL-CNT).
054900 1710-EXIT.
055000     EXIT.
055100*
055200******************************************************************
055300*    1750-CHECK-REGISTRY - DROP A SCENARIO RETIRED ON THE        *
055400*    SCENARIO REGISTRY, AS EUL1SCH 2500-CHECK-REGISTRY DOES.     *
055500*    A SCENARIO NOT ON THE REGISTRY IS STILL PROJECTED; A        *
055550*    REGISTRY THAT CANNOT BE READ ABENDS THE RUN.                *
055600******************************************************************
055700 1750-CHECK-REGISTRY.
055800     SET EUL1-PRJ-KEEP TO TRUE.
055900     IF EUL1-PRJ-REG-ABSENT
056000         GO TO 1750-EXIT
056100     END-IF.
056200     MOVE EUL1-CAL-SET-NAME TO EUL1-REG-KEY.
056300     READ EUL1-REGISTRY-FILE
056400         INVALID KEY
056500             GO TO 1750-EXIT
056600     END-READ.
056610     IF NOT EUL1-REG-FILE-OK
056620         DISPLAY 'EUL1PRJ - SCENARIO REGISTRY READ FAILED - '
056630             'STATUS ' EUL1-REG-FILE-STATUS ' - ABENDING'
056640         MOVE 16 TO RETURN-CODE
056650         GO TO 9999-EXIT
056660     END-IF.
056700     MOVE EUL1-REG-CARD TO EUL1-REG-RECORD.
056800     IF EUL1-REG-RETIRED
056900         SET EUL1-PRJ-DROP TO TRUE
057000         MOVE SPACES TO EUL1-JRP-N-TEXT
057100         STRING 'SCENARIO RETIRED ON REGISTRY '
057200             DELIMITED BY SIZE
057300             EUL1-REG-RETIRED-DATE
057400             DELIMITED BY SIZE
057500             ' - NOT PROJECTED'
057600             DELIMITED BY SIZE
057700             INTO EUL1-JRP-N-TEXT
057800         END-STRING
057900         PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
058000     END-IF.
058100 1750-EXIT.
058200     EXIT.
058300*
058400******************************************************************
058500*    2000-BUILD-DAYS - LAY OUT THE PROJECTED RUN DATES AND       *
058600*    WRITE THE HORIZON HEADING AND THE LEGEND.                   *
058700******************************************************************
058800 2000-BUILD-DAYS.
058900     PERFORM 2100-BUILD-ONE-DAY THRU 2100-EXIT
059000         VARYING EUL1-DYX FROM 1 BY 1
059100         UNTIL EUL1-DYX > EUL1-PRJ-HORIZON.
059200     MOVE EUL1-PRJ-HORIZON TO EUL1-JRP-H2-DAYS.
059300     MOVE EUL1-PRJ-Y-DATE-ED(1) TO EUL1-JRP-H2-FROM.
059400     MOVE EUL1-PRJ-Y-DATE-ED(EUL1-PRJ-HORIZON)
059500         TO EUL1-JRP-H2-THRU.
059600     MOVE EUL1-JRP-HDG2 TO EUL1-JRP-PRINT-LINE.
059700     WRITE EUL1-JRP-PRINT-LINE.
059800     MOVE EUL1-JRP-LEGEND TO EUL1-JRP-PRINT-LINE.
059900     WRITE EUL1-JRP-PRINT-LINE.
060000 2000-EXIT.
060100     EXIT.
060200*
060300******************************************************************
060400*    2100-BUILD-ONE-DAY - WORK OUT ONE PROJECTED DATE, ITS       *
060500*    WEEKDAY (1 = MONDAY, AS DAY-OF-WEEK RETURNS IT TO EUL1SCH), *
060600*    AND ITS MONTH-END FLAG (THE DATE IS MONTH-END WHEN THE      *
060630*    NEXT DAY FALLS IN A DIFFERENT MONTH), WHETHER IT IS A      *
060660*    HOLIDAY OR A BUSINESS DAY, WHICH BUSINESS DAY OF THE MONTH *
060690*    IT IS AND WHETHER THE LAST, AND, FOR A BUSINESS DAY, THE   *
060720*    HOLIDAYS SINCE THE LAST BUSINESS DAY.  THE FIRST DATE'S    *
060750*    COUNT STARTS FROM THE FIRST OF ITS MONTH.                  *
060800******************************************************************
060900 2100-BUILD-ONE-DAY.
061000     COMPUTE EUL1-PRJ-DAY-INT = EUL1-PRJ-START-INT + EUL1-DYX - 1.
061100     COMPUTE EUL1-PRJ-Y-DATE(EUL1-DYX) =
061200         FUNCTION DATE-OF-INTEGER(EUL1-PRJ-DAY-INT).
061300     MOVE EUL1-PRJ-Y-DATE(EUL1-DYX) TO EUL1-PRJ-DATE-IN.
061400     PERFORM 8200-EDIT-DATE THRU 8200-EXIT.
061500     MOVE EUL1-PRJ-DATE-OUT TO EUL1-PRJ-Y-DATE-ED(EUL1-DYX).
061600     COMPUTE EUL1-PRJ-Y-DOW(EUL1-DYX) =
061700         FUNCTION MOD(EUL1-PRJ-DAY-INT - 1, 7) + 1.
061800     COMPUTE EUL1-PRJ-NEXT-N =
061900         FUNCTION DATE-OF-INTEGER(EUL1-PRJ-DAY-INT + 1).
062000     IF EUL1-PRJ-NEXT-N(5:2) NOT = EUL1-PRJ-DATE-IN(5:2)
062100         MOVE 'Y' TO EUL1-PRJ-Y-MEND(EUL1-DYX)
062200     ELSE
062300         MOVE 'N' TO EUL1-PRJ-Y-MEND(EUL1-DYX)
062400     END-IF.
062402     MOVE EUL1-PRJ-DAY-INT TO EUL1-PRJ-Q-INT.
062404     PERFORM 2200-DAY-INFO THRU 2200-EXIT.
062406     MOVE EUL1-PRJ-Q-HOL TO EUL1-PRJ-Y-HOL(EUL1-DYX).
062408     MOVE EUL1-PRJ-Q-BUS TO EUL1-PRJ-Y-BUS(EUL1-DYX).
062410     IF EUL1-DYX = 1
062412         MOVE ZERO TO EUL1-PRJ-BORD-RUN
062414         MOVE EUL1-PRJ-Y-DATE(1) TO EUL1-PRJ-MONTH-DATE-N
062416         COMPUTE EUL1-PRJ-Q-INT =
062418             EUL1-PRJ-DAY-INT - EUL1-PRJ-MD-DD + 1
062420         PERFORM 2210-COUNT-EARLIER-DAY THRU 2210-EXIT
062422             VARYING EUL1-PRJ-Q-INT FROM EUL1-PRJ-Q-INT BY 1
062424             UNTIL EUL1-PRJ-Q-INT NOT < EUL1-PRJ-DAY-INT
062426     ELSE
062428         IF EUL1-PRJ-DATE-IN(7:2) = '01'
062430             MOVE ZERO TO EUL1-PRJ-BORD-RUN
062432         END-IF
062434     END-IF.
062436     IF EUL1-PRJ-Y-BUS(EUL1-DYX) = 'Y'
062438         ADD 1 TO EUL1-PRJ-BORD-RUN
062440     END-IF.
062442     MOVE EUL1-PRJ-BORD-RUN TO EUL1-PRJ-Y-BORD(EUL1-DYX).
062444     MOVE EUL1-PRJ-Y-BUS(EUL1-DYX) TO EUL1-PRJ-Y-LASTB(EUL1-DYX).
062446     MOVE ZERO TO EUL1-PRJ-Y-RCNT(EUL1-DYX).
062448     IF EUL1-PRJ-Y-BUS(EUL1-DYX) = 'Y'
062450         MOVE EUL1-PRJ-Y-DATE(EUL1-DYX) TO EUL1-PRJ-MONTH-DATE-N
062452         MOVE 1 TO EUL1-PRJ-MD-DD
062454         IF EUL1-PRJ-MD-MM = 12
062456             ADD 1 TO EUL1-PRJ-MD-YYYY
062458             MOVE 1 TO EUL1-PRJ-MD-MM
062460         ELSE
062462             ADD 1 TO EUL1-PRJ-MD-MM
062464         END-IF
062466         COMPUTE EUL1-PRJ-MEND-INT =
062468             FUNCTION INTEGER-OF-DATE(EUL1-PRJ-MONTH-DATE-N) - 1
062470         COMPUTE EUL1-PRJ-Q-INT = EUL1-PRJ-DAY-INT + 1
062472         PERFORM 2220-TEST-LATER-DAY THRU 2220-EXIT
062474             VARYING EUL1-PRJ-Q-INT FROM EUL1-PRJ-Q-INT BY 1
062476             UNTIL EUL1-PRJ-Q-INT > EUL1-PRJ-MEND-INT
062478             OR EUL1-PRJ-Y-LASTB(EUL1-DYX) = 'N'
062480         SET EUL1-PRJ-SCAN-GOING TO TRUE
062482         COMPUTE EUL1-PRJ-Q-INT = EUL1-PRJ-DAY-INT - 1
062484         PERFORM 2240-LOOK-BACK-ONE-DAY THRU 2240-EXIT
062486             VARYING EUL1-PRJ-Q-INT FROM EUL1-PRJ-Q-INT BY -1
062488             UNTIL EUL1-PRJ-SCAN-DONE
062490             OR EUL1-PRJ-Y-RCNT(EUL1-DYX) = 14
062492     END-IF.
062500     MOVE ZERO TO EUL1-PRJ-Y-DUE(EUL1-DYX).
062600     MOVE ZERO TO EUL1-PRJ-Y-NOVER(EUL1-DYX).
062700     MOVE ZERO TO EUL1-PRJ-Y-CHG(EUL1-DYX).
062800     MOVE ZERO TO EUL1-PRJ-Y-TOTAL(EUL1-DYX).
062900     MOVE 'N' TO EUL1-PRJ-Y-OVF(EUL1-DYX).
063000 2100-EXIT.
063100     EXIT.
063101*
063102******************************************************************
063103*    2200-DAY-INFO - FOR THE DAY IN EUL1-PRJ-Q-INT, WORK OUT THE *
063104*    DATE, THE WEEKDAY, THE MONTH-END FLAG, WHETHER IT IS ON THE *
063105*    HOLIDAY CALENDAR, AND WHETHER IT IS A BUSINESS DAY - A      *
063106*    MONDAY TO FRIDAY THAT IS NOT A HOLIDAY - AS EUL1SCH DOES.   *
063107******************************************************************
063108 2200-DAY-INFO.
063109     COMPUTE EUL1-PRJ-Q-DATE =
063110         FUNCTION DATE-OF-INTEGER(EUL1-PRJ-Q-INT).
063111     COMPUTE EUL1-PRJ-Q-DOW =
063112         FUNCTION MOD(EUL1-PRJ-Q-INT - 1, 7) + 1.
063113     COMPUTE EUL1-PRJ-Q-NEXT-N =
063114         FUNCTION DATE-OF-INTEGER(EUL1-PRJ-Q-INT + 1).
063115     IF EUL1-PRJ-Q-NEXT-N(5:2) NOT = EUL1-PRJ-Q-DATE(5:2)
063116         MOVE 'Y' TO EUL1-PRJ-Q-MEND
063117     ELSE
063118         MOVE 'N' TO EUL1-PRJ-Q-MEND
063119     END-IF.
063120     MOVE 'N' TO EUL1-PRJ-Q-HOL.
063121     IF EUL1-PRJ-HOL-OPEN
063122         MOVE EUL1-PRJ-Q-DATE TO EUL1-HOL-KEY
063123         READ EUL1-HOLIDAY-FILE
063124             INVALID KEY
063125                 MOVE 'N' TO EUL1-PRJ-Q-HOL
063126             NOT INVALID KEY
063127                 MOVE 'Y' TO EUL1-PRJ-Q-HOL
063128         END-READ
063129     END-IF.
063130     IF EUL1-PRJ-Q-DOW < 6
063131        AND EUL1-PRJ-Q-HOL = 'N'
063132         MOVE 'Y' TO EUL1-PRJ-Q-BUS
063133     ELSE
063134         MOVE 'N' TO EUL1-PRJ-Q-BUS
063135     END-IF.
063136 2200-EXIT.
063137     EXIT.
063138*
063139******************************************************************
063140*    2210-COUNT-EARLIER-DAY - COUNT ONE BUSINESS DAY OF THE      *
063141*    FIRST DATE'S MONTH THAT FALLS BEFORE THE HORIZON OPENS.     *
063142******************************************************************
063143 2210-COUNT-EARLIER-DAY.
063144     PERFORM 2200-DAY-INFO THRU 2200-EXIT.
063145     IF EUL1-PRJ-Q-BUS = 'Y'
063146         ADD 1 TO EUL1-PRJ-BORD-RUN
063147     END-IF.
063148 2210-EXIT.
063149     EXIT.
063150*
063151******************************************************************
063152*    2220-TEST-LATER-DAY - THE DATE IS NOT THE LAST BUSINESS DAY *
063153*    OF ITS MONTH WHEN A LATER DAY OF THE MONTH IS ONE.          *
063154******************************************************************
063155 2220-TEST-LATER-DAY.
063156     PERFORM 2200-DAY-INFO THRU 2200-EXIT.
063157     IF EUL1-PRJ-Q-BUS = 'Y'
063158         MOVE 'N' TO EUL1-PRJ-Y-LASTB(EUL1-DYX)
063159     END-IF.
063160 2220-EXIT.
063161     EXIT.
063162*
063163******************************************************************
063164*    2240-LOOK-BACK-ONE-DAY - WALK BACK FROM THE DATE TO THE LAST*
063165*    BUSINESS DAY, HOLDING EVERY HOLIDAY PASSED ON THE WAY, EVEN *
063166*    ONE BEFORE THE HORIZON OPENS.                               *
063167******************************************************************
063168 2240-LOOK-BACK-ONE-DAY.
063169     PERFORM 2200-DAY-INFO THRU 2200-EXIT.
063170     IF EUL1-PRJ-Q-BUS = 'Y'
063171         SET EUL1-PRJ-SCAN-DONE TO TRUE
063172         GO TO 2240-EXIT
063173     END-IF.
063174     IF EUL1-PRJ-Q-HOL = 'Y'
063175         ADD 1 TO EUL1-PRJ-Y-RCNT(EUL1-DYX)
063176         MOVE EUL1-PRJ-Y-RCNT(EUL1-DYX) TO EUL1-RFX
063177         MOVE EUL1-PRJ-Q-DATE
063178             TO EUL1-PRJ-R-DATE(EUL1-DYX, EUL1-RFX)
063179         MOVE EUL1-PRJ-Q-DOW TO EUL1-PRJ-R-DOW(EUL1-DYX, EUL1-RFX)
063180         MOVE EUL1-PRJ-Q-MEND
063181             TO EUL1-PRJ-R-MEND(EUL1-DYX, EUL1-RFX)
063182     END-IF.
063183 2240-EXIT.
063184     EXIT.
063200*
063300******************************************************************
063400*    3000-PROJECT-COLUMN - PROJECT ONE CALENDAR RECORD ACROSS    *
063500*    THE HORIZON.  THE VERSION IN EFFECT THE DAY BEFORE THE      *
063600*    HORIZON OPENS IS THE BASELINE A CHANGE IS MEASURED FROM.    *
063700******************************************************************
063800 3000-PROJECT-COLUMN.
063900     MOVE EUL1-PRJ-C-CAL(EUL1-CLX) TO EUL1-CAL-RECORD.
064000     COMPUTE EUL1-PRJ-AS-OF =
064100         FUNCTION DATE-OF-INTEGER(EUL1-PRJ-START-INT - 1).
064200     PERFORM 3200-RESOLVE-VERSION THRU 3200-EXIT.
064300     MOVE EUL1-PRJ-BEST-X TO EUL1-PRJ-C-LAST-X(EUL1-CLX).
064400     PERFORM 3100-PROJECT-CELL THRU 3100-EXIT
064500         VARYING EUL1-DYX FROM 1 BY 1
064600         UNTIL EUL1-DYX > EUL1-PRJ-HORIZON.
064700 3000-EXIT.
064800     EXIT.
064900*
065000******************************************************************
065100*    3100-PROJECT-CELL - RESOLVE THE VERSION IN EFFECT ON ONE    *
065200*    DATE, NOTE A CHANGE FROM THE DAY BEFORE, AND WHEN THE       *
065300*    RECORD IS DUE THAT DATE, PRICE THE VERSION INTO THE CELL    *
065400*    AND THE COLUMN AND DAY TOTALS.                              *
065500******************************************************************
065600 3100-PROJECT-CELL.
065700     MOVE SPACE TO EUL1-PRJ-C-STATE(EUL1-CLX, EUL1-DYX).
065800     MOVE SPACE TO EUL1-PRJ-C-CHG(EUL1-CLX, EUL1-DYX).
065900     MOVE EUL1-PRJ-Y-DATE(EUL1-DYX) TO EUL1-PRJ-AS-OF.
066000     PERFORM 3200-RESOLVE-VERSION THRU 3200-EXIT.
066100     MOVE EUL1-PRJ-BEST-X TO EUL1-PRJ-C-VER-X(EUL1-CLX, EUL1-DYX).
066200     IF EUL1-PRJ-BEST-X NOT = EUL1-PRJ-C-LAST-X(EUL1-CLX)
066300         MOVE '*' TO EUL1-PRJ-C-CHG(EUL1-CLX, EUL1-DYX)
066400         MOVE EUL1-PRJ-BEST-X TO EUL1-PRJ-C-LAST-X(EUL1-CLX)
066500         ADD 1 TO EUL1-PRJ-Y-CHG(EUL1-DYX)
066600         ADD 1 TO EUL1-PRJ-CHG-CNT
066700     END-IF.
066760     PERFORM 3300-EVALUATE-SCHEDULE THRU 3300-EXIT.
066820     PERFORM 3350-APPLY-HOLIDAY THRU 3350-EXIT.
066900     IF EUL1-PRJ-NOT-DUE
067000         GO TO 3100-EXIT
067100     END-IF.
067200     ADD 1 TO EUL1-PRJ-Y-DUE(EUL1-DYX).
067300     ADD 1 TO EUL1-PRJ-DUE-CNT.
067400     IF EUL1-PRJ-BEST-X = ZERO
067500         MOVE 'N' TO EUL1-PRJ-C-STATE(EUL1-CLX, EUL1-DYX)
067600         ADD 1 TO EUL1-PRJ-Y-NOVER(EUL1-DYX)
067700         ADD 1 TO EUL1-PRJ-NOVER-CNT
067800         GO TO 3100-EXIT
067900     END-IF.
068000     PERFORM 3400-PRICE-VERSION THRU 3400-EXIT.
068100     IF EUL1-PRJ-V-DONE(EUL1-PRJ-BEST-X) = 'E'
068200         MOVE 'E' TO EUL1-PRJ-C-STATE(EUL1-CLX, EUL1-DYX)
068300         ADD 1 TO EUL1-PRJ-EDIT-CNT
068400         GO TO 3100-EXIT
068500     END-IF.
068600     MOVE 'R' TO EUL1-PRJ-C-STATE(EUL1-CLX, EUL1-DYX).
068700     ADD EUL1-PRJ-V-SUM(EUL1-PRJ-BEST-X)
068800         TO EUL1-PRJ-C-TOTAL(EUL1-CLX)
068900         ON SIZE ERROR
069000             MOVE 'Y' TO EUL1-PRJ-C-OVF(EUL1-CLX)
069100             SET EUL1-PRJ-OVERFLOW TO TRUE
069200     END-ADD.
069300     ADD EUL1-PRJ-V-SUM(EUL1-PRJ-BEST-X)
069400         TO EUL1-PRJ-Y-TOTAL(EUL1-DYX)
069500         ON SIZE ERROR
069600             MOVE 'Y' TO EUL1-PRJ-Y-OVF(EUL1-DYX)
069700             SET EUL1-PRJ-OVERFLOW TO TRUE
069800     END-ADD.
069900 3100-EXIT.
070000     EXIT.
070100*
070200******************************************************************
070300*    3200-RESOLVE-VERSION - FIND THE VERSION OF THE RECORD'S SET *
070400*    IN EFFECT AS OF EUL1-PRJ-AS-OF: THE LATEST ACTIVE OR        *
070500*    PENDING VERSION NOT DATED AFTER IT, A PENDING VERSION       *
070600*    WINNING OVER AN ACTIVE ONE OF THE SAME DATE.  ZERO MEANS    *
070700*    NO VERSION IS IN EFFECT.                                    *
070800******************************************************************
070900 3200-RESOLVE-VERSION.
071000     MOVE ZERO TO EUL1-PRJ-BEST-X.
071100     PERFORM 3210-TEST-VERSION THRU 3210-EXIT
071200         VARYING EUL1-VRX FROM 1 BY 1
071300         UNTIL EUL1-VRX > EUL1-PRJ-VER-CNT.
071400 3200-EXIT.
071500     EXIT.
071600*
071700******************************************************************
071800*    3210-TEST-VERSION - KEEP ONE HELD VERSION WHEN IT IS THE    *
071900*    BEST CANDIDATE SEEN SO FAR.                                 *
072000******************************************************************
072100 3210-TEST-VERSION.
072200     IF EUL1-PRJ-V-SET(EUL1-VRX) NOT = EUL1-CAL-SET-NAME
072300         GO TO 3210-EXIT
072400     END-IF.
072500     IF EUL1-PRJ-V-EFF(EUL1-VRX) > EUL1-PRJ-AS-OF
072600         GO TO 3210-EXIT
072700     END-IF.
072800     IF EUL1-PRJ-BEST-X = ZERO
072900         MOVE EUL1-VRX TO EUL1-PRJ-BEST-X
073000         GO TO 3210-EXIT
073100     END-IF.
073200     IF EUL1-PRJ-V-EFF(EUL1-VRX) > EUL1-PRJ-V-EFF(EUL1-PRJ-BEST-X)
073300         MOVE EUL1-VRX TO EUL1-PRJ-BEST-X
073400         GO TO 3210-EXIT
073500     END-IF.
073600     IF EUL1-PRJ-V-EFF(EUL1-VRX) = EUL1-PRJ-V-EFF(EUL1-PRJ-BEST-X)
073700        AND EUL1-PRJ-V-STAT(EUL1-VRX) = 'P'
073800         MOVE EUL1-VRX TO EUL1-PRJ-BEST-X
073900     END-IF.
074000 3210-EXIT.
074100     EXIT.
074200*
074300******************************************************************
074400*    3300-EVALUATE-SCHEDULE - DECIDE WHETHER THE CALENDAR        *
074500*    RECORD'S SCHEDULE FALLS ON THE PROJECTED DATE, BY THE SAME  *
074600*    RULES AS EUL1SCH 2000-EVALUATE-SCHEDULE.                    *
074700******************************************************************
074800 3300-EVALUATE-SCHEDULE.
074900     SET EUL1-PRJ-NOT-DUE TO TRUE.
075000     IF EUL1-CAL-SCHED-DAILY
075100         SET EUL1-PRJ-DUE TO TRUE
075200         GO TO 3300-EXIT
075300     END-IF.
075400     IF EUL1-CAL-SCHED-WEEKDAYS
075500         IF EUL1-CAL-WEEKDAY(EUL1-PRJ-Y-DOW(EUL1-DYX)) = 'Y'
075600             SET EUL1-PRJ-DUE TO TRUE
075700         END-IF
075800         GO TO 3300-EXIT
075900     END-IF.
076000     IF EUL1-CAL-SCHED-MONTHEND
076100         IF EUL1-PRJ-Y-MEND(EUL1-DYX) = 'Y'
076200             SET EUL1-PRJ-DUE TO TRUE
076300         END-IF
076400         GO TO 3300-EXIT
076500     END-IF.
076505     IF EUL1-CAL-SCHED-BUSDAYS
076510         IF EUL1-PRJ-Y-BUS(EUL1-DYX) = 'Y'
076515             SET EUL1-PRJ-DUE TO TRUE
076520         END-IF
076525         GO TO 3300-EXIT
076530     END-IF.
076535     IF EUL1-CAL-SCHED-LASTBUS
076540         IF EUL1-PRJ-Y-LASTB(EUL1-DYX) = 'Y'
076545             SET EUL1-PRJ-DUE TO TRUE
076550         END-IF
076555         GO TO 3300-EXIT
076560     END-IF.
076565     IF EUL1-CAL-SCHED-NTHBUS
076570         IF EUL1-PRJ-Y-BUS(EUL1-DYX) = 'Y'
076575            AND EUL1-PRJ-Y-BORD(EUL1-DYX) = EUL1-CAL-BDAY-N
076580             SET EUL1-PRJ-DUE TO TRUE
076585         END-IF
076590         GO TO 3300-EXIT
076595     END-IF.
076600     IF EUL1-CAL-SCHED-DATES
076700         PERFORM 3310-TEST-ONE-DATE THRU 3310-EXIT
076800             VARYING EUL1-DTX FROM 1 BY 1
076900             UNTIL EUL1-DTX > 5
077000             OR EUL1-PRJ-DUE
077100     END-IF.
077200 3300-EXIT.
077300     EXIT.
077400*
077500******************************************************************
077600*    3310-TEST-ONE-DATE - MATCH THE PROJECTED DATE AGAINST ONE   *
077700*    OF THE RECORD'S SPECIFIC CALENDAR DATES.                    *
077800******************************************************************
077900 3310-TEST-ONE-DATE.
078000     IF EUL1-CAL-DATE(EUL1-DTX) NUMERIC
078100        AND EUL1-CAL-DATE(EUL1-DTX) = EUL1-PRJ-Y-DATE(EUL1-DYX)
078200         SET EUL1-PRJ-DUE TO TRUE
078300     END-IF.
078400 3310-EXIT.
078500     EXIT.
078501*
078502******************************************************************
078503*    3350-APPLY-HOLIDAY - APPLY THE RECORD'S HOLIDAY ACTION TO A *
078504*    DAILY, WEEKDAY, MONTH-END, OR DATE SCHEDULE, AS EUL1SCH     *
078505*    2100-APPLY-HOLIDAY DOES.  A DATE DUE ON A HOLIDAY IS MARKED *
078506*    SKIPPED OR ROLLED; A ROLLING RECORD NOT OTHERWISE DUE ON A  *
078507*    BUSINESS DAY IS DUE WHEN IT FELL DUE ON ONE OF THE HOLIDAYS *
078508*    SINCE THE LAST BUSINESS DAY.                                *
078509******************************************************************
078510 3350-APPLY-HOLIDAY.
078511     IF EUL1-CAL-SCHED-BUSDAYS
078512        OR EUL1-CAL-SCHED-LASTBUS
078513        OR EUL1-CAL-SCHED-NTHBUS
078514        OR EUL1-CAL-HOL-RUN
078515         GO TO 3350-EXIT
078516     END-IF.
078517     IF EUL1-PRJ-DUE
078518         IF EUL1-PRJ-Y-HOL(EUL1-DYX) = 'Y'
078519             SET EUL1-PRJ-NOT-DUE TO TRUE
078520             ADD 1 TO EUL1-PRJ-HOL-CNT
078521             IF EUL1-CAL-HOL-SKIP
078522                 MOVE 'H' TO EUL1-PRJ-C-STATE(EUL1-CLX, EUL1-DYX)
078523             ELSE
078524                 MOVE 'L' TO EUL1-PRJ-C-STATE(EUL1-CLX, EUL1-DYX)
078525             END-IF
078526         END-IF
078527         GO TO 3350-EXIT
078528     END-IF.
078529     IF EUL1-CAL-HOL-ROLL
078530         PERFORM 3360-TEST-ROLL-FROM THRU 3360-EXIT
078531             VARYING EUL1-RFX FROM 1 BY 1
078532             UNTIL EUL1-RFX > EUL1-PRJ-Y-RCNT(EUL1-DYX)
078533             OR EUL1-PRJ-DUE
078534     END-IF.
078535 3350-EXIT.
078536     EXIT.
078537*
078538******************************************************************
078539*    3360-TEST-ROLL-FROM - THE RECORD IS DUE WHEN ITS SCHEDULE   *
078540*    FELL ON ONE OF THE HOLIDAYS ROLLED INTO THE DATE.           *
078541******************************************************************
078542 3360-TEST-ROLL-FROM.
078543     MOVE EUL1-PRJ-R-DATE(EUL1-DYX, EUL1-RFX) TO EUL1-PRJ-T-DATE.
078544     MOVE EUL1-PRJ-R-DOW(EUL1-DYX, EUL1-RFX) TO EUL1-PRJ-T-DOW.
078545     MOVE EUL1-PRJ-R-MEND(EUL1-DYX, EUL1-RFX) TO EUL1-PRJ-T-MEND.
078546     PERFORM 3370-TEST-BASE-RULE THRU 3370-EXIT.
078547     IF EUL1-PRJ-MATCHED
078548         SET EUL1-PRJ-DUE TO TRUE
078549     END-IF.
078550 3360-EXIT.
078551     EXIT.
078552*
078553******************************************************************
078554*    3370-TEST-BASE-RULE - DECIDE WHETHER A DAILY, WEEKDAY,      *
078555*    MONTH-END, OR DATE SCHEDULE FALLS ON THE DATE, WEEKDAY, AND *
078556*    MONTH-END FLAG IN EUL1-PRJ-T-DATE, -T-DOW, AND -T-MEND.     *
078557******************************************************************
078558 3370-TEST-BASE-RULE.
078559     SET EUL1-PRJ-NOT-MATCHED TO TRUE.
078560     IF EUL1-CAL-SCHED-DAILY
078561         SET EUL1-PRJ-MATCHED TO TRUE
078562         GO TO 3370-EXIT
078563     END-IF.
078564     IF EUL1-CAL-SCHED-WEEKDAYS
078565         IF EUL1-CAL-WEEKDAY(EUL1-PRJ-T-DOW) = 'Y'
078566             SET EUL1-PRJ-MATCHED TO TRUE
078567         END-IF
078568         GO TO 3370-EXIT
078569     END-IF.
078570     IF EUL1-CAL-SCHED-MONTHEND
078571         IF EUL1-PRJ-T-MEND = 'Y'
078572             SET EUL1-PRJ-MATCHED TO TRUE
078573         END-IF
078574         GO TO 3370-EXIT
078575     END-IF.
078576     IF EUL1-CAL-SCHED-DATES
078577         PERFORM 3380-TEST-ONE-DATE THRU 3380-EXIT
078578             VARYING EUL1-DTX FROM 1 BY 1
078579             UNTIL EUL1-DTX > 5
078580             OR EUL1-PRJ-MATCHED
078581     END-IF.
078582 3370-EXIT.
078583     EXIT.
078584*
078585******************************************************************
078586*    3380-TEST-ONE-DATE - MATCH THE TEST DATE AGAINST ONE OF THE *
078587*    RECORD'S SPECIFIC CALENDAR DATES.                           *
078588******************************************************************
078589 3380-TEST-ONE-DATE.
078590     IF EUL1-CAL-DATE(EUL1-DTX) NUMERIC
078591        AND EUL1-CAL-DATE(EUL1-DTX) = EUL1-PRJ-T-DATE
078592         SET EUL1-PRJ-MATCHED TO TRUE
078593     END-IF.
078594 3380-EXIT.
078595     EXIT.
078600*
078700******************************************************************
078800*    3400-PRICE-VERSION - PRICE THE VERSION AT EUL1-PRJ-BEST-X   *
078900*    THE FIRST TIME IT IS NEEDED, EDITING IT AS EUL1 WOULD.      *
079000******************************************************************
079100 3400-PRICE-VERSION.
079200     IF EUL1-PRJ-V-DONE(EUL1-PRJ-BEST-X) NOT = 'N'
079300         GO TO 3400-EXIT
079400     END-IF.
079500     MOVE EUL1-PRJ-V-IMAGE(EUL1-PRJ-BEST-X) TO EUL1-PARM-RECORD.
079600     PERFORM 7000-EDIT-VERSION THRU 7000-EXIT.
079700     IF EUL1-PRJ-EDIT-ERROR
079800         MOVE 'E' TO EUL1-PRJ-V-DONE(EUL1-PRJ-BEST-X)
079900         DISPLAY 'EUL1PRJ - VERSION ' EUL1-PRM-SET-NAME ' '
080000             EUL1-PRM-EFF-DATE ' ' EUL1-PRM-STATUS
080100             ' FAILS THE EUL1 EDITS'
080200         GO TO 3400-EXIT
080300     END-IF.
080400     PERFORM 7500-COMPUTE-SUM THRU 7500-EXIT.
080500     MOVE SUM-OF-MULTIPLES TO EUL1-PRJ-V-SUM(EUL1-PRJ-BEST-X).
080600     MOVE 'Y' TO EUL1-PRJ-V-DONE(EUL1-PRJ-BEST-X).
080700 3400-EXIT.
080800     EXIT.
080900*
081000******************************************************************
081100*    4000-PRINT-GRID - PRINT THE DATE-BY-SCENARIO GRID, FIVE     *
081200*    CALENDAR RECORDS TO A PANEL.                                *
081300******************************************************************
081400 4000-PRINT-GRID.
081500     IF EUL1-PRJ-COL-CNT = ZERO
081600         MOVE SPACES TO EUL1-JRP-N-SET
081700         MOVE 'NO CALENDAR RECORDS TO PROJECT' TO EUL1-JRP-N-TEXT
081800         PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
081900         GO TO 4000-EXIT
082000     END-IF.
082100     PERFORM 4100-PRINT-PANEL THRU 4100-EXIT
082200         VARYING EUL1-PRJ-PANEL-START FROM 1 BY 5
082300         UNTIL EUL1-PRJ-PANEL-START > EUL1-PRJ-COL-CNT.
082400 4000-EXIT.
082500     EXIT.
082600*
082700******************************************************************
082800*    4100-PRINT-PANEL - PRINT THE COLUMN HEADINGS, ONE ROW PER   *
082900*    PROJECTED DATE, AND THE COLUMN TOTALS FOR ONE PANEL.        *
083000******************************************************************
083100 4100-PRINT-PANEL.
083200     MOVE SPACES TO EUL1-JRP-PRINT-LINE.
083300     WRITE EUL1-JRP-PRINT-LINE.
083400     PERFORM 4110-HEAD-ONE-COLUMN THRU 4110-EXIT
083500         VARYING EUL1-PNX FROM 1 BY 1
083600         UNTIL EUL1-PNX > 5.
083700     MOVE EUL1-JRP-COLH1 TO EUL1-JRP-PRINT-LINE.
083800     WRITE EUL1-JRP-PRINT-LINE.
083900     MOVE EUL1-JRP-COLH2 TO EUL1-JRP-PRINT-LINE.
084000     WRITE EUL1-JRP-PRINT-LINE.
084100     PERFORM 4200-PRINT-GRID-ROW THRU 4200-EXIT
084200         VARYING EUL1-DYX FROM 1 BY 1
084300         UNTIL EUL1-DYX > EUL1-PRJ-HORIZON.
084400     MOVE 'TOTAL' TO EUL1-JRP-G-DATE.
084500     PERFORM 4300-TOTAL-ONE-COLUMN THRU 4300-EXIT
084600         VARYING EUL1-PNX FROM 1 BY 1
084700         UNTIL EUL1-PNX > 5.
084800     MOVE EUL1-JRP-GRID TO EUL1-JRP-PRINT-LINE.
084900     WRITE EUL1-JRP-PRINT-LINE.
085000 4100-EXIT.
085100     EXIT.
085200*
085300******************************************************************
085400*    4110-HEAD-ONE-COLUMN - SET THE SET NAME AND SCHEDULE CODE   *
085500*    OVER ONE COLUMN OF THE PANEL.                               *
085600******************************************************************
085700 4110-HEAD-ONE-COLUMN.
085800     MOVE SPACES TO EUL1-JRP-CH-SET(EUL1-PNX).
085900     MOVE SPACES TO EUL1-JRP-CH-SCHED(EUL1-PNX).
086000     COMPUTE EUL1-CLX = EUL1-PRJ-PANEL-START + EUL1-PNX - 1.
086100     IF EUL1-CLX > EUL1-PRJ-COL-CNT
086200         GO TO 4110-EXIT
086300     END-IF.
086400     MOVE EUL1-PRJ-C-CAL(EUL1-CLX) TO EUL1-CAL-RECORD.
086500     MOVE EUL1-CAL-SET-NAME TO EUL1-JRP-CH-SET(EUL1-PNX)(12:8).
086600     MOVE 'SCHED' TO EUL1-JRP-CH-SCHED(EUL1-PNX)(12:5).
086700     MOVE EUL1-CAL-SCHEDULE TO EUL1-JRP-CH-SCHED(EUL1-PNX)(19:1).
086800 4110-EXIT.
086900     EXIT.
087000*
087100******************************************************************
087200*    4200-PRINT-GRID-ROW - PRINT ONE PROJECTED DATE ACROSS THE   *
087300*    PANEL.                                                      *
087400******************************************************************
087500 4200-PRINT-GRID-ROW.
087600     MOVE EUL1-PRJ-Y-DATE-ED(EUL1-DYX) TO EUL1-JRP-G-DATE.
087700     PERFORM 4210-FILL-ONE-CELL THRU 4210-EXIT
087800         VARYING EUL1-PNX FROM 1 BY 1
087900         UNTIL EUL1-PNX > 5.
088000     MOVE EUL1-JRP-GRID TO EUL1-JRP-PRINT-LINE.
088100     WRITE EUL1-JRP-PRINT-LINE.
088200 4200-EXIT.
088300     EXIT.
088400*
088500******************************************************************
088600*    4210-FILL-ONE-CELL - FORMAT ONE CELL: THE PROJECTED TOTAL,  *
088700*    OR WHY THERE IS NONE, WITH THE CHANGE AND PENDING FLAGS.    *
088800*    A DATE THE RECORD IS NOT DUE IS LEFT BLANK.                 *
088900******************************************************************
089000 4210-FILL-ONE-CELL.
089100     MOVE SPACES TO EUL1-JRP-G-CELL(EUL1-PNX).
089200     COMPUTE EUL1-CLX = EUL1-PRJ-PANEL-START + EUL1-PNX - 1.
089300     IF EUL1-CLX > EUL1-PRJ-COL-CNT
089400         GO TO 4210-EXIT
089500     END-IF.
089600     MOVE EUL1-PRJ-C-CHG(EUL1-CLX, EUL1-DYX)
089700         TO EUL1-JRP-G-CHG(EUL1-PNX).
089800     MOVE EUL1-PRJ-C-VER-X(EUL1-CLX, EUL1-DYX) TO EUL1-PRJ-BEST-X.
089900     EVALUATE EUL1-PRJ-C-STATE(EUL1-CLX, EUL1-DYX)
090000         WHEN 'R'
090100             MOVE EUL1-PRJ-V-SUM(EUL1-PRJ-BEST-X)
090200                 TO EUL1-PRJ-AMT-ED
090300             MOVE EUL1-PRJ-AMT-ED TO EUL1-JRP-G-AMT(EUL1-PNX)
090400         WHEN 'N'
090500             MOVE '     ** NO VERSION' TO EUL1-JRP-G-AMT(EUL1-PNX)
090600         WHEN 'E'
090700             MOVE '    ** FAILS EDITS' TO EUL1-JRP-G-AMT(EUL1-PNX)
090720         WHEN 'H'
090740             MOVE '   ** HOLIDAY SKIP' TO EUL1-JRP-G-AMT(EUL1-PNX)
090760         WHEN 'L'
090780             MOVE '   ** HOLIDAY ROLL' TO EUL1-JRP-G-AMT(EUL1-PNX)
090800         WHEN OTHER
090900             GO TO 4210-EXIT
091000     END-EVALUATE.
091100     IF EUL1-PRJ-BEST-X > ZERO
091200         IF EUL1-PRJ-V-STAT(EUL1-PRJ-BEST-X) = 'P'
091300             MOVE 'P' TO EUL1-JRP-G-PEND(EUL1-PNX)
091400         END-IF
091500     END-IF.
091600 4210-EXIT.
091700     EXIT.
091800*
091900******************************************************************
092000*    4300-TOTAL-ONE-COLUMN - FORMAT ONE COLUMN'S HORIZON TOTAL.  *
092100******************************************************************
092200 4300-TOTAL-ONE-COLUMN.
092300     MOVE SPACES TO EUL1-JRP-G-CELL(EUL1-PNX).
092400     COMPUTE EUL1-CLX = EUL1-PRJ-PANEL-START + EUL1-PNX - 1.
092500     IF EUL1-CLX > EUL1-PRJ-COL-CNT
092600         GO TO 4300-EXIT
092700     END-IF.
092800     IF EUL1-PRJ-C-OVF(EUL1-CLX) = 'Y'
092900         MOVE '       ** OVERFLOW' TO EUL1-JRP-G-AMT(EUL1-PNX)
093000     ELSE
093100         MOVE EUL1-PRJ-C-TOTAL(EUL1-CLX) TO EUL1-PRJ-AMT-ED
093200         MOVE EUL1-PRJ-AMT-ED TO EUL1-JRP-G-AMT(EUL1-PNX)
093300     END-IF.
093400 4300-EXIT.
093500     EXIT.
093600*
093700******************************************************************
093800*    5000-PRINT-DAILY - PRINT THE DAILY SUMMARY: SETS DUE, DUE   *
093900*    SETS WITH NO VERSION, VERSION CHANGES, AND THE PROJECTED    *
094000*    TOTAL OVER ALL SCENARIOS FOR EACH DATE.                     *
094100******************************************************************
094200 5000-PRINT-DAILY.
094300     MOVE SPACES TO EUL1-JRP-PRINT-LINE.
094400     WRITE EUL1-JRP-PRINT-LINE.
094500     MOVE EUL1-JRP-DHDG TO EUL1-JRP-PRINT-LINE.
094600     WRITE EUL1-JRP-PRINT-LINE.
094700     PERFORM 5100-PRINT-ONE-DAY THRU 5100-EXIT
094800         VARYING EUL1-DYX FROM 1 BY 1
094900         UNTIL EUL1-DYX > EUL1-PRJ-HORIZON.
095000 5000-EXIT.
095100     EXIT.
095200*
095300******************************************************************
095400*    5100-PRINT-ONE-DAY - PRINT ONE LINE OF THE DAILY SUMMARY.   *
095500******************************************************************
095600 5100-PRINT-ONE-DAY.
095700     MOVE EUL1-PRJ-Y-DATE-ED(EUL1-DYX) TO EUL1-JRP-D-DATE.
095800     MOVE EUL1-PRJ-Y-DUE(EUL1-DYX) TO EUL1-JRP-D-DUE.
095900     MOVE EUL1-PRJ-Y-NOVER(EUL1-DYX) TO EUL1-JRP-D-NOVER.
096000     MOVE EUL1-PRJ-Y-CHG(EUL1-DYX) TO EUL1-JRP-D-CHG.
096100     IF EUL1-PRJ-Y-OVF(EUL1-DYX) = 'Y'
096200         MOVE '       ** OVERFLOW' TO EUL1-JRP-D-TOTAL
096300     ELSE
096400         MOVE EUL1-PRJ-Y-TOTAL(EUL1-DYX) TO EUL1-PRJ-AMT-ED
096500         MOVE EUL1-PRJ-AMT-ED TO EUL1-JRP-D-TOTAL
096600     END-IF.
096700     MOVE EUL1-JRP-DAILY TO EUL1-JRP-PRINT-LINE.
096800     WRITE EUL1-JRP-PRINT-LINE.
096900 5100-EXIT.
097000     EXIT.
097100*
097200******************************************************************
097300*    6000-PRINT-CHANGES - LIST EVERY VERSION CHANGE THAT TAKES   *
097400*    EFFECT WITHIN THE HORIZON, BY CALENDAR RECORD AND DATE,     *
097500*    WITH THE VERSION TAKING EFFECT AND WHAT IT WILL PRICE AT.   *
097600******************************************************************
097700 6000-PRINT-CHANGES.
097800     MOVE SPACES TO EUL1-JRP-PRINT-LINE.
097900     WRITE EUL1-JRP-PRINT-LINE.
098000     MOVE EUL1-JRP-CHDG TO EUL1-JRP-PRINT-LINE.
098100     WRITE EUL1-JRP-PRINT-LINE.
098200     IF EUL1-PRJ-CHG-CNT = ZERO
098300         MOVE SPACES TO EUL1-JRP-N-SET
098400         MOVE 'NO VERSION CHANGES TAKE EFFECT WITHIN THE HORIZON'
098500             TO EUL1-JRP-N-TEXT
098600         PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
098700         GO TO 6000-EXIT
098800     END-IF.
098900     PERFORM 6100-LIST-COLUMN-CHANGES THRU 6100-EXIT
099000         VARYING EUL1-CLX FROM 1 BY 1
099100         UNTIL EUL1-CLX > EUL1-PRJ-COL-CNT.
099200 6000-EXIT.
099300     EXIT.
099400*
099500******************************************************************
099600*    6100-LIST-COLUMN-CHANGES - LIST THE CHANGES OF ONE          *
099700*    CALENDAR RECORD.                                            *
099800******************************************************************
099900 6100-LIST-COLUMN-CHANGES.
100000     MOVE EUL1-PRJ-C-CAL(EUL1-CLX) TO EUL1-CAL-RECORD.
100100     PERFORM 6110-LIST-ONE-CHANGE THRU 6110-EXIT
100200         VARYING EUL1-DYX FROM 1 BY 1
100300         UNTIL EUL1-DYX > EUL1-PRJ-HORIZON.
100400 6100-EXIT.
100500     EXIT.
100600*
100700******************************************************************
100800*    6110-LIST-ONE-CHANGE - PRINT ONE CHANGE LINE WHEN A VERSION *
100900*    CHANGE TAKES EFFECT ON THE DATE.  THE VERSION IS PRICED     *
101000*    HERE WHEN THE RECORD IS NOT DUE THAT DATE.                  *
101100******************************************************************
101200 6110-LIST-ONE-CHANGE.
101300     IF EUL1-PRJ-C-CHG(EUL1-CLX, EUL1-DYX) NOT = '*'
101400         GO TO 6110-EXIT
101500     END-IF.
101600     MOVE EUL1-PRJ-Y-DATE-ED(EUL1-DYX) TO EUL1-JRP-C-DATE.
101700     MOVE EUL1-CAL-SET-NAME TO EUL1-JRP-C-SET.
101800     MOVE EUL1-PRJ-C-VER-X(EUL1-CLX, EUL1-DYX) TO EUL1-PRJ-BEST-X.
101900     IF EUL1-PRJ-BEST-X = ZERO
102000         MOVE SPACES TO EUL1-JRP-C-EFF
102100         MOVE 'NONE' TO EUL1-JRP-C-STAT
102200         MOVE SPACES TO EUL1-JRP-C-SUM
102300         GO TO 6110-WRITE
102400     END-IF.
102500     MOVE EUL1-PRJ-V-EFF(EUL1-PRJ-BEST-X) TO EUL1-JRP-C-EFF.
102600     IF EUL1-PRJ-V-STAT(EUL1-PRJ-BEST-X) = 'P'
102700         MOVE 'PENDING' TO EUL1-JRP-C-STAT
102800     ELSE
102900         MOVE 'ACTIVE' TO EUL1-JRP-C-STAT
103000     END-IF.
103100     PERFORM 3400-PRICE-VERSION THRU 3400-EXIT.
103200     IF EUL1-PRJ-V-DONE(EUL1-PRJ-BEST-X) = 'E'
103300         MOVE '    ** FAILS EDITS' TO EUL1-JRP-C-SUM
103400     ELSE
103500         MOVE EUL1-PRJ-V-SUM(EUL1-PRJ-BEST-X) TO EUL1-PRJ-AMT-ED
103600         MOVE EUL1-PRJ-AMT-ED TO EUL1-JRP-C-SUM
103700     END-IF.
103800 6110-WRITE.
103900     MOVE EUL1-JRP-CHANGE TO EUL1-JRP-PRINT-LINE.
104000     WRITE EUL1-JRP-PRINT-LINE.
104100 6110-EXIT.
104200     EXIT.
104300*
104400******************************************************************
104500*    7000-EDIT-VERSION - EDIT THE VERSION IN THE PARAMETER WORK  *
104600*    RECORD EXACTLY AS EUL1 EDITS A RESOLVED CARD, NORMALIZING   *
104700*    THE BOUND AND EXCLUSION FIELDS FOR THE MODES THAT DO NOT    *
104800*    USE THEM, AND SET THE CALCULATION LOWER BOUND.              *
104900******************************************************************
105000 7000-EDIT-VERSION.
105100     SET EUL1-PRJ-EDIT-OK TO TRUE.
105200     IF EUL1-PRM-LIMIT NOT NUMERIC
105300        OR EUL1-PRM-LIMIT = ZERO
105400         SET EUL1-PRJ-EDIT-ERROR TO TRUE
105500         GO TO 7000-EXIT
105600     END-IF.
105700     IF EUL1-PRM-DIVISOR-CNT NOT NUMERIC
105800        OR EUL1-PRM-DIVISOR-CNT = ZERO
105900        OR EUL1-PRM-DIVISOR-CNT > 10
106000         SET EUL1-PRJ-EDIT-ERROR TO TRUE
106100         GO TO 7000-EXIT
106200     END-IF.
106300     PERFORM 7010-EDIT-ONE-DIVISOR THRU 7010-EXIT
106400         VARYING EUL1-DVX FROM 1 BY 1
106500         UNTIL EUL1-DVX > EUL1-PRM-DIVISOR-CNT
106600         OR EUL1-PRJ-EDIT-ERROR.
106700     IF EUL1-PRJ-EDIT-ERROR
106800         GO TO 7000-EXIT
106900     END-IF.
107000     IF NOT EUL1-PRM-MODE-CLASSIC
107100        AND NOT EUL1-PRM-MODE-RANGE
107200        AND NOT EUL1-PRM-MODE-EXCLUDE
107300        AND NOT EUL1-PRM-MODE-BOTH
107400         SET EUL1-PRJ-EDIT-ERROR TO TRUE
107500         GO TO 7000-EXIT
107600     END-IF.
107700     IF NOT EUL1-PRM-MODE-RANGED
107800         MOVE 1 TO EUL1-PRM-LOWER
107900     END-IF.
108000     IF NOT EUL1-PRM-MODE-EXCLUDING
108100         MOVE ZERO TO EUL1-PRM-EXCL-CNT
108200         PERFORM 7020-CLEAR-ONE-EXCLUSION THRU 7020-EXIT
108300             VARYING EUL1-XDX FROM 1 BY 1
108400             UNTIL EUL1-XDX > 10
108500     END-IF.
108600     IF EUL1-PRM-MODE-RANGED
108700         IF EUL1-PRM-LOWER NOT NUMERIC
108800            OR EUL1-PRM-LOWER = ZERO
108900            OR EUL1-PRM-LOWER NOT < EUL1-PRM-LIMIT
109000             SET EUL1-PRJ-EDIT-ERROR TO TRUE
109100             GO TO 7000-EXIT
109200         END-IF
109300     END-IF.
109400     IF EUL1-PRM-MODE-EXCLUDING
109500         IF EUL1-PRM-EXCL-CNT NOT NUMERIC
109600            OR EUL1-PRM-EXCL-CNT = ZERO
109700            OR EUL1-PRM-EXCL-CNT > 10
109800             SET EUL1-PRJ-EDIT-ERROR TO TRUE
109900             GO TO 7000-EXIT
110000         END-IF
110100         PERFORM 7030-EDIT-ONE-EXCLUSION THRU 7030-EXIT
110200             VARYING EUL1-XDX FROM 1 BY 1
110300             UNTIL EUL1-XDX > EUL1-PRM-EXCL-CNT
110400             OR EUL1-PRJ-EDIT-ERROR
110500     END-IF.
110600     IF EUL1-PRJ-EDIT-OK
110700         MOVE EUL1-PRM-LOWER TO EUL1-CALC-LOWER
110800     END-IF.
110900 7000-EXIT.
111000     EXIT.
111100*
111200******************************************************************
111300*    7010-EDIT-ONE-DIVISOR - A DIVISOR MUST BE NUMERIC AND       *
111400*    NONZERO.                                                    *
111500******************************************************************
111600 7010-EDIT-ONE-DIVISOR.
111700     IF EUL1-PRM-DIVISORS(EUL1-DVX) NOT NUMERIC
111800        OR EUL1-PRM-DIVISORS(EUL1-DVX) = ZERO
111900         SET EUL1-PRJ-EDIT-ERROR TO TRUE
112000     END-IF.
112100 7010-EXIT.
112200     EXIT.
112300*
112400******************************************************************
112500*    7020-CLEAR-ONE-EXCLUSION - EMPTY ONE EXCLUSION SLOT FOR A   *
112600*    MODE THAT DOES NOT EXCLUDE.                                 *
112700******************************************************************
112800 7020-CLEAR-ONE-EXCLUSION.
112900     MOVE ZERO TO EUL1-PRM-EXCL-DIVS(EUL1-XDX).
113000 7020-EXIT.
113100     EXIT.
113200*
113300******************************************************************
113400*    7030-EDIT-ONE-EXCLUSION - AN EXCLUSION DIVISOR MUST BE      *
113500*    NUMERIC AND NONZERO.                                        *
113600******************************************************************
113700 7030-EDIT-ONE-EXCLUSION.
113800     IF EUL1-PRM-EXCL-DIVS(EUL1-XDX) NOT NUMERIC
113900        OR EUL1-PRM-EXCL-DIVS(EUL1-XDX) = ZERO
114000         SET EUL1-PRJ-EDIT-ERROR TO TRUE
114100     END-IF.
114200 7030-EXIT.
114300     EXIT.
114400*
114500******************************************************************
114600*    7500-COMPUTE-SUM - SUM THE MULTIPLES OF THE PARAMETER       *
114700*    DIVISORS BY INCLUSION-EXCLUSION OVER EVERY NON-EMPTY        *
114800*    SUBSET OF THE DIVISOR LIST, EXACTLY AS EUL1'S 2000-PROCESS  *
114900*    DOES, LEAVING THE TOTAL IN SUM-OF-MULTIPLES.                *
115000******************************************************************
115100 7500-COMPUTE-SUM.
115200     MOVE ZERO TO SUM-OF-MULTIPLES.
115300     COMPUTE EUL1-CALC-NBITS =
115400         EUL1-PRM-DIVISOR-CNT + EUL1-PRM-EXCL-CNT.
115500     COMPUTE EUL1-SUBSET-LIMIT =
115600         (2 ** EUL1-CALC-NBITS) - 1.
115700     PERFORM 7600-ADD-SUBSET-TERM THRU 7600-EXIT
115800         VARYING EUL1-SUBSET-IDX FROM 1 BY 1
115900         UNTIL EUL1-SUBSET-IDX > EUL1-SUBSET-LIMIT.
116000 7500-EXIT.
116100     EXIT.
116200*
116300******************************************************************
116400*    7600-ADD-SUBSET-TERM - ADD OR SUBTRACT ONE SUBSET'S SUM OF  *
116500*    MULTIPLES OF ITS LCM, DEPENDING ON WHETHER THE SUBSET HAS   *
116600*    AN ODD OR EVEN NUMBER OF DIVISORS IN IT.  A SUBSET OF       *
116700*    EXCLUSION DIVISORS ALONE CONTRIBUTES NOTHING.               *
116800******************************************************************
116900 7600-ADD-SUBSET-TERM.
117000     PERFORM 7610-DECODE-SUBSET THRU 7610-EXIT.
117100     IF EUL1-SUBSET-INC-CNT = ZERO
117200         GO TO 7600-EXIT
117300     END-IF.
117400     PERFORM 7620-SUM-MULTIPLES-OF-LCM THRU 7620-EXIT.
117500     IF FUNCTION MOD(EUL1-SUBSET-COUNT, 2) = 1
117600         ADD EUL1-SUBSET-TERM TO SUM-OF-MULTIPLES
117700     ELSE
117800         SUBTRACT EUL1-SUBSET-TERM FROM SUM-OF-MULTIPLES
117900     END-IF.
118000 7600-EXIT.
118100     EXIT.
118200*
118300******************************************************************
118400*    7610-DECODE-SUBSET - WORK OUT WHICH DIVISORS THE SUBSET     *
118500*    NUMBER REPRESENTS (BIT J STANDS FOR DIVISOR J, WITH THE     *
118600*    EXCLUSION DIVISORS ON THE BITS ABOVE THE INCLUDE LIST),     *
118700*    COUNTING THEM AND COMBINING THEIR LCM AS EACH IS FOUND.     *
118800******************************************************************
118900 7610-DECODE-SUBSET.
119000     MOVE 1 TO EUL1-SUBSET-LCM.
119100     MOVE 0 TO EUL1-SUBSET-COUNT.
119200     MOVE 0 TO EUL1-SUBSET-INC-CNT.
119300     PERFORM 7615-DECODE-ONE-BIT THRU 7615-EXIT
119400         VARYING EUL1-DVX FROM 1 BY 1
119500         UNTIL EUL1-DVX > EUL1-CALC-NBITS.
119600 7610-EXIT.
119700     EXIT.
119800*
119900******************************************************************
120000*    7615-DECODE-ONE-BIT - TEST ONE BIT OF THE SUBSET NUMBER AND *
120100*    FOLD ITS DIVISOR INTO THE SUBSET WHEN THE BIT IS ON.        *
120200******************************************************************
120300 7615-DECODE-ONE-BIT.
120400     COMPUTE EUL1-BIT-VALUE = 2 ** (EUL1-DVX - 1).
120500     COMPUTE EUL1-BIT-TEST = FUNCTION MOD(
120600         FUNCTION INTEGER(EUL1-SUBSET-IDX / EUL1-BIT-VALUE), 2).
120700     IF EUL1-BIT-TEST NOT = 1
120800         GO TO 7615-EXIT
120900     END-IF.
121000     ADD 1 TO EUL1-SUBSET-COUNT.
121100     IF EUL1-DVX > EUL1-PRM-DIVISOR-CNT
121200         COMPUTE EUL1-XDX = EUL1-DVX - EUL1-PRM-DIVISOR-CNT
121300         MOVE EUL1-PRM-EXCL-DIVS(EUL1-XDX) TO EUL1-WORK-DIVISOR
121400     ELSE
121500         ADD 1 TO EUL1-SUBSET-INC-CNT
121600         MOVE EUL1-PRM-DIVISORS(EUL1-DVX) TO EUL1-WORK-DIVISOR
121700     END-IF.
121800     PERFORM 7630-COMBINE-LCM THRU 7630-EXIT.
121900 7615-EXIT.
122000     EXIT.
122100*
122200******************************************************************
122300*    7620-SUM-MULTIPLES-OF-LCM - THE CLOSED-FORM SUM OF EVERY    *
122400*    MULTIPLE OF EUL1-SUBSET-LCM FROM THE LOWER BOUND UP TO,     *
122500*    BUT NOT INCLUDING, THE UPPER LIMIT.                         *
122600******************************************************************
122700 7620-SUM-MULTIPLES-OF-LCM.
122800     IF EUL1-SUBSET-LCM > EUL1-PRM-LIMIT - 1
122900         MOVE 0 TO EUL1-SUBSET-TERM
123000     ELSE
123100         COMPUTE EUL1-SUBSET-M = FUNCTION INTEGER(
123200             (EUL1-PRM-LIMIT - 1) / EUL1-SUBSET-LCM)
123300         COMPUTE EUL1-SUBSET-M0 = FUNCTION INTEGER(
123400             (EUL1-CALC-LOWER - 1) / EUL1-SUBSET-LCM)
123500         COMPUTE EUL1-SUBSET-TERM = EUL1-SUBSET-LCM *
123600             EUL1-SUBSET-M * (EUL1-SUBSET-M + 1) / 2
123700             - EUL1-SUBSET-LCM *
123800             EUL1-SUBSET-M0 * (EUL1-SUBSET-M0 + 1) / 2
123900     END-IF.
124000 7620-EXIT.
124100     EXIT.
124200*
124300******************************************************************
124400*    7630-COMBINE-LCM - FOLD ONE MORE DIVISOR INTO THE RUNNING   *
124500*    LCM FOR THE SUBSET BEING DECODED, CLAMPING THE RESULT ONCE  *
124600*    IT EXCEEDS THE LIMIT.                                       *
124700******************************************************************
124800 7630-COMBINE-LCM.
124900     MOVE EUL1-SUBSET-LCM TO EUL1-GCD-A.
125000     MOVE EUL1-WORK-DIVISOR TO EUL1-GCD-B.
125100     PERFORM 7640-COMPUTE-GCD THRU 7640-EXIT.
125200     COMPUTE EUL1-SUBSET-LCM = EUL1-SUBSET-LCM *
125300         EUL1-WORK-DIVISOR / EUL1-GCD-RESULT.
125400     IF EUL1-SUBSET-LCM > EUL1-PRM-LIMIT
125500         COMPUTE EUL1-SUBSET-LCM = EUL1-PRM-LIMIT + 1
125600     END-IF.
125700 7630-EXIT.
125800     EXIT.
125900*
126000******************************************************************
126100*    7640-COMPUTE-GCD - EUCLID'S ALGORITHM, ITERATING THROUGH    *
126200*    7641-GCD-STEP UNTIL THE REMAINDER REACHES ZERO.             *
126300******************************************************************
126400 7640-COMPUTE-GCD.
126500     MOVE EUL1-GCD-A TO EUL1-GCD-X.
126600     MOVE EUL1-GCD-B TO EUL1-GCD-Y.
126700     PERFORM 7641-GCD-STEP THRU 7641-EXIT UNTIL EUL1-GCD-Y = 0.
126800     MOVE EUL1-GCD-X TO EUL1-GCD-RESULT.
126900 7640-EXIT.
127000     EXIT.
127100*
127200******************************************************************
127300*    7641-GCD-STEP - ONE STEP OF EUCLID'S ALGORITHM.             *
127400******************************************************************
127500 7641-GCD-STEP.
127600     COMPUTE EUL1-GCD-TEMP = FUNCTION MOD(EUL1-GCD-X, EUL1-GCD-Y).
127700     MOVE EUL1-GCD-Y TO EUL1-GCD-X.
127800     MOVE EUL1-GCD-TEMP TO EUL1-GCD-Y.
127900 7641-EXIT.
128000     EXIT.
128100*
128200******************************************************************
128300*    7900-WRITE-NOTE - PRINT THE NOTE LINE SET UP BY THE CALLER. *
128400******************************************************************
128500 7900-WRITE-NOTE.
128600     MOVE EUL1-JRP-NOTE TO EUL1-JRP-PRINT-LINE.
128700     WRITE EUL1-JRP-PRINT-LINE.
128800 7900-EXIT.
128900     EXIT.
129000*
129100******************************************************************
129200*    8000-TERMINATE - WRITE THE CLOSING COUNTS, CLOSE THE FILES, *
129300*    AND SET THE CONDITION CODE.                                 *
129400******************************************************************
129500 8000-TERMINATE.
129600     MOVE SPACES TO EUL1-JRP-PRINT-LINE.
129700     WRITE EUL1-JRP-PRINT-LINE.
129800     MOVE 'CALENDAR RECORDS READ . . . :' TO EUL1-JRP-K-LABEL.
129900     MOVE EUL1-PRJ-READ-CNT TO EUL1-JRP-K-VALUE.
130000     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
130100     MOVE 'CALENDAR RECORDS PROJECTED  :' TO EUL1-JRP-K-LABEL.
130200     MOVE EUL1-PRJ-COL-CNT TO EUL1-JRP-K-VALUE.
130300     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
130400     MOVE 'RECORDS FLAGGED, NOT PROJ.  :' TO EUL1-JRP-K-LABEL.
130500     MOVE EUL1-PRJ-IGNORED-CNT TO EUL1-JRP-K-VALUE.
130600     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
130700     MOVE 'RETIRED SCENARIOS SKIPPED . :' TO EUL1-JRP-K-LABEL.
130800     MOVE EUL1-PRJ-RETIRED-CNT TO EUL1-JRP-K-VALUE.
130900     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
131000     MOVE 'PROJECTED RUNS DUE  . . . . :' TO EUL1-JRP-K-LABEL.
131100     MOVE EUL1-PRJ-DUE-CNT TO EUL1-JRP-K-VALUE.
131200     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
131300     MOVE 'DUE WITH NO VERSION . . . . :' TO EUL1-JRP-K-LABEL.
131400     MOVE EUL1-PRJ-NOVER-CNT TO EUL1-JRP-K-VALUE.
131500     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
131600     MOVE 'DUE WITH VERSION FAILING EDIT:' TO EUL1-JRP-K-LABEL.
131700     MOVE EUL1-PRJ-EDIT-CNT TO EUL1-JRP-K-VALUE.
131800     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
131900     MOVE 'VERSION CHANGES IN HORIZON  :' TO EUL1-JRP-K-LABEL.
132000     MOVE EUL1-PRJ-CHG-CNT TO EUL1-JRP-K-VALUE.
132100     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
132120     MOVE 'DUE ON A HOLIDAY, SKIP/ROLL :' TO EUL1-JRP-K-LABEL.
132140     MOVE EUL1-PRJ-HOL-CNT TO EUL1-JRP-K-VALUE.
132160     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
132200     CLOSE EUL1-REPORT-FILE.
132300     CLOSE EUL1-PARMS-FILE.
132400     IF EUL1-PRJ-REG-OPEN
132500         CLOSE EUL1-REGISTRY-FILE
132520     END-IF.
132540     IF EUL1-PRJ-HOL-OPEN
132560         CLOSE EUL1-HOLIDAY-FILE
132600     END-IF.
132700     IF EUL1-PRJ-NOVER-CNT > ZERO
132800        OR EUL1-PRJ-EDIT-CNT > ZERO
132900        OR EUL1-PRJ-IGNORED-CNT > ZERO
133000         MOVE 4 TO RETURN-CODE
133100     END-IF.
133200     IF EUL1-PRJ-COL-FULL
133300        OR EUL1-PRJ-VER-FULL
133400        OR EUL1-PRJ-OVERFLOW
133500         MOVE 4 TO RETURN-CODE
133600     END-IF.
133700 8000-EXIT.
133800     EXIT.
133900*
134000******************************************************************
134100*    8100-WRITE-COUNT - PRINT ONE CLOSING COUNT LINE.            *
134200******************************************************************
134300 8100-WRITE-COUNT.
134400     MOVE EUL1-JRP-COUNT TO EUL1-JRP-PRINT-LINE.
134500     WRITE EUL1-JRP-PRINT-LINE.
134600 8100-EXIT.
134700     EXIT.
134800*
134900******************************************************************
135000*    8200-EDIT-DATE - FORMAT THE CCYYMMDD DATE IN EUL1-PRJ-DATE- *
135100*    IN AS CCYY-MM-DD IN EUL1-PRJ-DATE-OUT.                      *
135200******************************************************************
135300 8200-EDIT-DATE.
135400     MOVE EUL1-PRJ-DATE-IN TO EUL1-PRJ-WORK-DATE.
135500     MOVE EUL1-PRJ-WORK-DATE-X(1:4) TO EUL1-PRJ-DATE-OUT(1:4).
135600     MOVE '-' TO EUL1-PRJ-DATE-OUT(5:1).
135700     MOVE EUL1-PRJ-WORK-DATE-X(5:2) TO EUL1-PRJ-DATE-OUT(6:2).
135800     MOVE '-' TO EUL1-PRJ-DATE-OUT(8:1).
135900     MOVE EUL1-PRJ-WORK-DATE-X(7:2) TO EUL1-PRJ-DATE-OUT(9:2).
136000 8200-EXIT.
136100     EXIT.
136200*
136300******************************************************************
136400*    9999-EXIT - FATAL ERROR EXIT.  THE RETURN-CODE HAS ALREADY  *
136500*    BEEN SET BY THE PARAGRAPH THAT DETECTED THE ERROR.          *
136600******************************************************************
136700 9999-EXIT.
136800     STOP RUN.
