000100******************************************************************
000200*                                                                *
000300*    PROGRAM:     EUL1RPL                                       *
000400*    AUTHOR:      J. D. MERCER                                  *
000500*    INSTALLATION: DATA PROCESSING                              *
000600*    DATE-WRITTEN: OCTOBER 2026                                 *
000700*                                                                *
000800*    DESCRIPTION:                                               *
000900*        AS-OF REPLAY OF HISTORICAL EUL1 RUNS, FOR THE AUDITOR  *
001000*        WHO ASKS US TO PROVE A RESULT FROM MONTHS AGO.  THE    *
001100*        REPLAY CARD NAMES A RUN-ID OR A RUN-DATE RANGE (AND    *
001200*        OPTIONALLY ONE SCENARIO); THE MATCHING AUDIT ROWS ARE  *
001300*        GATHERED FROM THE LIVE AUDIT TRAIL AND THE EUL1ARC     *
001400*        ARCHIVE GENERATIONS, VERIFYING THE CONTROL BLOCKS ON   *
001500*        THE WAY AS EUL1HST DOES.  FOR EACH ROW THE PARAMETER   *
001600*        VERSION IN EFFECT ON THAT RUN DATE IS REBUILT FROM THE *
001700*        KEYED LIBRARY, THE EUL1PRA LIBRARY ARCHIVE WRITTEN BY  *
001800*        EUL1HSK, AND THE EUL1CHG BEFORE/AFTER IMAGES, BY THE   *
001900*        SAME RULE EUL1 USES TO RESOLVE A CARD: THE ACTIVE      *
002000*        VERSION WITH THE LATEST EFFECTIVE DATE NOT AFTER THE   *
002100*        RUN DATE.  THE AUDIT ROW CARRIES NO EFFECTIVE DATE,    *
002200*        SO THE CHANGE LOG DECIDES WHICH VERSIONS WERE ALREADY  *
002300*        ACTIVE WHEN THE RUN-ID WAS STAMPED AND WHAT VALUES     *
002400*        THEY HELD AT THAT MOMENT.  THE SUM IS RECOMPUTED WITH  *
002500*        THE SAME INCLUSION-EXCLUSION SWEEP AS EUL1'S           *
002600*        2000-PROCESS, AND THE RECORDED AND RECONSTRUCTED       *
002700*        PARAMETERS AND SUMS ARE PRINTED SIDE BY SIDE WITH      *
002800*        WHETHER THE VERSION USED CARRIES A MATCHING APPROVAL   *
002900*        ON THE CHANGE LOG.  ANY DISAGREEMENT, MISSING VERSION, *
003000*        OR MISSING APPROVAL ENDS THE STEP WITH CONDITION CODE  *
003100*        4; AN UNBALANCED AUDIT INPUT WITH CONDITION CODE 12.   *
003200*        NOTHING IS EVER WRITTEN BACK - THE ONLY OUTPUT IS THIS *
003300*        REPORT.                                                *
003400*                                                                *
003500*    MODIFICATION HISTORY:                                      *
003600*        OCT2026  JDM  ORIGINAL PROGRAM.                        *
003630*        OCT2026  JDM  A CONTROL BLOCK BALANCE FAILURE IS ALSO  *
003660*                      RAISED ON THE EXCEPTION QUEUE.           *
003665*        OCT2026  JDM  A PARAMETER LIBRARY THAT CANNOT BE       *
003670*                      OPENED ABENDS THE REPLAY WITH CONDITION  *
003675*                      CODE 16 INSTEAD OF REPORTING NO VERSION  *
003680*                      IN EFFECT FOR EVERY RUN.                 *
003700*                                                                *
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. EUL1RPL.
004100 AUTHOR. J. D. MERCER.
004200 INSTALLATION. DATA PROCESSING.
004300 DATE-WRITTEN. OCTOBER 2026.
004400 DATE-COMPILED.
004500*
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT EUL1-RPLREQ-FILE ASSIGN TO EUL1QPM
005000                             ORGANIZATION IS SEQUENTIAL
005100                             FILE STATUS IS EUL1-QPM-FILE-STATUS.
005200*
005300     SELECT EUL1-AUDIT-FILE  ASSIGN TO EUL1AUD
005400                             ORGANIZATION IS SEQUENTIAL
005500                             FILE STATUS IS EUL1-AUD-FILE-STATUS.
005600*
005700     SELECT EUL1-ARCHIVE-FILE ASSIGN TO EUL1ARH
005800                             ORGANIZATION IS SEQUENTIAL
005900                             FILE STATUS IS EUL1-ARH-FILE-STATUS.
006000*
006100     SELECT EUL1-PARMS-FILE  ASSIGN TO EUL1PRM
006200                             ORGANIZATION IS INDEXED
006300                             ACCESS MODE IS DYNAMIC
006400                             RECORD KEY IS EUL1-PARM-KEY
006500                             FILE STATUS IS EUL1-PRM-FILE-STATUS.
006600*
006700     SELECT EUL1-LIBARC-FILE ASSIGN TO EUL1PRA
006800                             ORGANIZATION IS SEQUENTIAL
006900                             FILE STATUS IS EUL1-PRA-FILE-STATUS.
007000*
007100     SELECT EUL1-CHGLOG-FILE ASSIGN TO EUL1CHG
007200                             ORGANIZATION IS SEQUENTIAL
007300                             FILE STATUS IS EUL1-CHG-FILE-STATUS.
007400*
007500     SELECT EUL1-REPORT-FILE ASSIGN TO EUL1QRP
007600                             ORGANIZATION IS SEQUENTIAL
007700                             FILE STATUS IS EUL1-QRP-FILE-STATUS.
007710*
007720     SELECT EUL1-EXCEPTION-FILE ASSIGN TO EUL1EXQ
007730                             ORGANIZATION IS INDEXED
007740                             ACCESS MODE IS DYNAMIC
007750                             RECORD KEY IS EUL1-EXQ-KEY
007760                             FILE STATUS IS EUL1-EXQ-FILE-STATUS.
007800*
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  EUL1-RPLREQ-FILE
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  EUL1-QPM-CARD           PIC X(80).
008500*
008600 FD  EUL1-AUDIT-FILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 200 CHARACTERS.
008900 01  EUL1-AUD-CARD           PIC X(200).
009000*
009100 FD  EUL1-ARCHIVE-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 200 CHARACTERS.
009400 01  EUL1-ARH-CARD           PIC X(200).
009500*
009600 FD  EUL1-PARMS-FILE
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 160 CHARACTERS.
009900 01  EUL1-PARM-CARD.
010000     05  EUL1-PARM-KEY.
010100         10  EUL1-PARM-KEY-NAME  PIC X(08).
010200         10  EUL1-PARM-KEY-DATE  PIC 9(08).
010300         10  EUL1-PARM-KEY-STAT  PIC X(01).
010400     05  FILLER                  PIC X(143).
010500*
010600 FD  EUL1-LIBARC-FILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 160 CHARACTERS.
010900 01  EUL1-PRA-CARD           PIC X(160).
011000*
011100 FD  EUL1-CHGLOG-FILE
011200     LABEL RECORDS ARE STANDARD
011300     RECORD CONTAINS 400 CHARACTERS.
011400 01  EUL1-CHG-CARD           PIC X(400).
011500*
011600 FD  EUL1-REPORT-FILE
011700     LABEL RECORDS ARE STANDARD
011800     RECORD CONTAINS 132 CHARACTERS.
011900 01  EUL1-QRP-PRINT-LINE     PIC X(132).
012000*
012010 FD  EUL1-EXCEPTION-FILE
012020     LABEL RECORDS ARE STANDARD
012030     RECORD CONTAINS 300 CHARACTERS.
012040 01  EUL1-EXQ-CARD.
012050     05  EUL1-EXQ-KEY            PIC X(28).
012060     05  FILLER                  PIC X(272).
012070*
012100 WORKING-STORAGE SECTION.
012200*
012300******************************************************************
012400*    PARAMETER RECORD WORKING STORAGE                           *
012500******************************************************************
012600 COPY EUL1PRM.
012700*
012800******************************************************************
012900*    AUDIT TRAIL RECORD WORKING STORAGE                         *
013000******************************************************************
013100 COPY EUL1AUD.
013200*
013300******************************************************************
013400*    FEED AND AUDIT CONTROL HEADER/TRAILER RECORDS              *
013500******************************************************************
013600 COPY EUL1CTR.
013700*
013800******************************************************************
013900*    CHANGE-HISTORY RECORD WORKING STORAGE                      *
014000******************************************************************
014100 COPY EUL1CHG.
014200*
014300******************************************************************
014400*    REPLAY REPORT PRINT LINES                                  *
014500******************************************************************
014600 COPY EUL1QRP.
014700*
014800******************************************************************
014900*    REPLAY CARD LAYOUT.  A RUN-ID, OR A RUN-DATE RANGE (EITHER *
015000*    END MAY BE LEFT OPEN), MUST BE GIVEN; THE SCENARIO IS AN   *
015100*    OPTIONAL FURTHER FILTER, AS IN EUL1HST.                    *
015200******************************************************************
015300 01  EUL1-RPL-PARM-RECORD.
015400     05  EUL1-RPL-P-RUN-ID   PIC X(14).
015500     05  FILLER              PIC X(01).
015600     05  EUL1-RPL-P-FROM     PIC X(08).
015700     05  FILLER              PIC X(01).
015800     05  EUL1-RPL-P-TO       PIC X(08).
015900     05  FILLER              PIC X(01).
016000     05  EUL1-RPL-P-SCENARIO PIC X(08).
016100     05  FILLER              PIC X(39).
016200*
016300******************************************************************
016400*    MATCHED AUDIT-ROW TABLE, SORTED BY RUN DATE AND RUN-ID     *
016500*    BEFORE THE REPLAY SO THE LIVE AND ARCHIVE MATCHES MERGE    *
016600*    INTO ONE CHRONOLOGICAL REPORT.                             *
016700******************************************************************
016800 01  EUL1-RPL-TABLE.
016900     05  EUL1-RPL-ENTRY      OCCURS 1000 TIMES.
017000         10  EUL1-RPL-E-KEY.
017100             15  EUL1-RPL-E-DATE PIC 9(08).
017200             15  EUL1-RPL-E-RUN  PIC X(14).
017300         10  EUL1-RPL-E-SOURCE   PIC X(07).
017400         10  EUL1-RPL-E-REC      PIC X(200).
017500*
017600 01  EUL1-RPL-SWAP-ENTRY     PIC X(229).
017700 01  EUL1-RPL-WORK-REC       PIC X(200).
017800*
017900******************************************************************
018000*    APPROVAL ROWS FROM THE CHANGE LOG, IN LOG ORDER.  THE AFTER*
018100*    IMAGE IS THE ACTIVE VERSION FROM THE APPROVAL STAMP ON;    *
018200*    THE BEFORE IMAGE IS THE ACTIVE VERSION OF THE SAME KEY IT  *
018300*    REPLACED (SPACES WHEN THE KEY WAS NEW).                    *
018400******************************************************************
018500 01  EUL1-RPL-APPR-TABLE.
018600     05  EUL1-RPL-APPR-ENTRY OCCURS 1000 TIMES.
018700         10  EUL1-RPL-A-SET      PIC X(08).
018800         10  EUL1-RPL-A-DATE     PIC 9(08).
018900         10  EUL1-RPL-A-STAMP    PIC X(14).
019000         10  EUL1-RPL-A-OPER     PIC X(08).
019100         10  EUL1-RPL-A-BEFORE   PIC X(160).
019200         10  EUL1-RPL-A-AFTER    PIC X(160).
019300*
019400******************************************************************
019500*    ACTIVE VERSIONS SWEPT TO THE LIBRARY ARCHIVE BY EUL1HSK.   *
019600******************************************************************
019700 01  EUL1-RPL-ARC-TABLE.
019800     05  EUL1-RPL-ARC-ENTRY  PIC X(160)
019900                             OCCURS 1000 TIMES.
020000*
020100******************************************************************
020200*    CANDIDATE VERSIONS OF THE SET BEING REPLAYED, ONE PER      *
020300*    EFFECTIVE DATE NOT AFTER THE RUN DATE, WITH THE DATASET    *
020400*    EACH WAS FOUND ON.  THE LIBRARY IS PREFERRED OVER THE      *
020500*    ARCHIVE, AND BOTH OVER A CHANGE-LOG IMAGE ALONE.           *
020600******************************************************************
020700 01  EUL1-RPL-CAND-TABLE.
020800     05  EUL1-RPL-CAND-ENTRY OCCURS 100 TIMES.
020900         10  EUL1-RPL-K-DATE     PIC 9(08).
021000         10  EUL1-RPL-K-FROM     PIC X(16).
021100         10  EUL1-RPL-K-IMAGE    PIC X(160).
021200         10  EUL1-RPL-K-USED     PIC X(01).
021300*
021400******************************************************************
021500*    DIVISOR LIST BEING FORMATTED FOR A REPORT LINE.            *
021600******************************************************************
021700 01  EUL1-RPL-LIST.
021800     05  EUL1-RPL-LIST-DIV   PIC 9(03) OCCURS 10 TIMES.
021900*
021910******************************************************************
021920*    EXCEPTION QUEUE RECORD WORKING STORAGE                     *
021930******************************************************************
021940 COPY EUL1EXQ.
021950*
022000******************************************************************
022100*    SWITCHES                                                   *
022200******************************************************************
022300 77  EUL1-QPM-FILE-STATUS    PIC X(02) VALUE '00'.
022400     88  EUL1-QPM-FILE-OK    VALUE '00'.
022500     88  EUL1-QPM-FILE-NEW   VALUE '35'.
022600*
022700 77  EUL1-AUD-FILE-STATUS    PIC X(02) VALUE '00'.
022800     88  EUL1-AUD-FILE-OK    VALUE '00'.
022900     88  EUL1-AUD-FILE-NEW   VALUE '35'.
023000*
023100 77  EUL1-ARH-FILE-STATUS    PIC X(02) VALUE '00'.
023200     88  EUL1-ARH-FILE-OK    VALUE '00'.
023300     88  EUL1-ARH-FILE-NEW   VALUE '35'.
023400*
023500 77  EUL1-PRM-FILE-STATUS    PIC X(02) VALUE '00'.
023600     88  EUL1-PRM-FILE-OK    VALUE '00'.
023700     88  EUL1-PRM-FILE-NEW   VALUE '35'.
023800*
023900 77  EUL1-PRA-FILE-STATUS    PIC X(02) VALUE '00'.
024000     88  EUL1-PRA-FILE-OK    VALUE '00'.
024100     88  EUL1-PRA-FILE-NEW   VALUE '35'.
024200*
024300 77  EUL1-CHG-FILE-STATUS    PIC X(02) VALUE '00'.
024400     88  EUL1-CHG-FILE-OK    VALUE '00'.
024500     88  EUL1-CHG-FILE-NEW   VALUE '35'.
024600*
024700 77  EUL1-QRP-FILE-STATUS    PIC X(02) VALUE '00'.
024800     88  EUL1-QRP-FILE-OK    VALUE '00'.
024900     88  EUL1-QRP-FILE-NEW   VALUE '35'.
024920*
024940 77  EUL1-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
024960     88  EUL1-EXQ-FILE-OK    VALUE '00'.
024980     88  EUL1-EXQ-FILE-NEW   VALUE '35'.
025000*
025100 77  EUL1-QPM-EOF-SW         PIC X(01) VALUE 'N'.
025200     88  EUL1-QPM-EOF        VALUE 'Y'.
025300*
025400 77  EUL1-AUD-EOF-SW         PIC X(01) VALUE 'N'.
025500     88  EUL1-AUD-EOF        VALUE 'Y'.
025600*
025700 77  EUL1-ARH-EOF-SW         PIC X(01) VALUE 'N'.
025800     88  EUL1-ARH-EOF        VALUE 'Y'.
025900*
026000 77  EUL1-PRA-EOF-SW         PIC X(01) VALUE 'N'.
026100     88  EUL1-PRA-EOF        VALUE 'Y'.
026200*
026300 77  EUL1-CHG-EOF-SW         PIC X(01) VALUE 'N'.
026400     88  EUL1-CHG-EOF        VALUE 'Y'.
026500*
026600 77  EUL1-PARMS-EOF-SW       PIC X(01) VALUE 'N'.
026700     88  EUL1-PARMS-EOF      VALUE 'Y'.
026800*
026900 77  EUL1-PRM-OPEN-SW        PIC X(01) VALUE 'N'.
027000     88  EUL1-PRM-OPEN       VALUE 'Y'.
027100*
027200 77  EUL1-RPL-BLK-SW         PIC X(01) VALUE 'N'.
027300     88  EUL1-RPL-BLK-IN     VALUE 'Y'.
027400     88  EUL1-RPL-BLK-OUT    VALUE 'N'.
027500*
027600 77  EUL1-RPL-BAL-SW         PIC X(01) VALUE 'N'.
027700     88  EUL1-RPL-BAL-FAILED VALUE 'Y'.
027800*
027900 77  EUL1-RPL-FULL-MSG-SW    PIC X(01) VALUE 'N'.
028000     88  EUL1-RPL-FULL-MSG-SHOWN VALUE 'Y'.
028100*
028200 77  EUL1-RPL-APPR-FULL-SW   PIC X(01) VALUE 'N'.
028300     88  EUL1-RPL-APPR-FULL  VALUE 'Y'.
028400*
028500 77  EUL1-RPL-ARC-FULL-SW    PIC X(01) VALUE 'N'.
028600     88  EUL1-RPL-ARC-FULL   VALUE 'Y'.
028700*
028800 77  EUL1-RPL-CAND-FULL-SW   PIC X(01) VALUE 'N'.
028900     88  EUL1-RPL-CAND-FULL  VALUE 'Y'.
029000*
029100 77  EUL1-RPL-DUP-SW         PIC X(01) VALUE 'N'.
029200     88  EUL1-RPL-DUP        VALUE 'Y'.
029300     88  EUL1-RPL-NOT-DUP    VALUE 'N'.
029400*
029500 77  EUL1-RPL-VER-SW         PIC X(01) VALUE 'N'.
029600     88  EUL1-RPL-VER-FOUND  VALUE 'Y'.
029700     88  EUL1-RPL-VER-NOT-FOUND VALUE 'N'.
029800*
029900 77  EUL1-RPL-CAND-SW        PIC X(01) VALUE 'N'.
030000     88  EUL1-RPL-CAND-EXHAUSTED VALUE 'Y'.
030100     88  EUL1-RPL-CAND-REMAIN VALUE 'N'.
030200*
030300 77  EUL1-RPL-APPR-SW        PIC X(01) VALUE 'N'.
030400     88  EUL1-RPL-APPROVED   VALUE 'Y'.
030500     88  EUL1-RPL-NOT-APPROVED VALUE 'N'.
030600*
030700 77  EUL1-RPL-EDIT-SW        PIC X(01) VALUE 'N'.
030800     88  EUL1-RPL-EDIT-ERROR VALUE 'Y'.
030900     88  EUL1-RPL-EDIT-OK    VALUE 'N'.
031000*
031100 77  EUL1-RPL-PARM-SW        PIC X(01) VALUE 'N'.
031200     88  EUL1-RPL-PARMS-DIFFER VALUE 'Y'.
031300     88  EUL1-RPL-PARMS-AGREE VALUE 'N'.
031400*
031500******************************************************************
031600*    WORKING FIELDS                                              *
031700******************************************************************
031750 77  EUL1-EXQ-RAISED-CNT     PIC 9(04) VALUE ZERO.
031800 77  EUL1-RPL-CNT            PIC 9(04) BINARY VALUE ZERO.
031900 77  EUL1-RPL-LIVE-CNT       PIC 9(04) BINARY VALUE ZERO.
032000 77  EUL1-RPL-ARCH-CNT       PIC 9(04) BINARY VALUE ZERO.
032100 77  EUL1-RPL-SKIP-CNT       PIC 9(04) BINARY VALUE ZERO.
032200 77  EUL1-RPX                PIC 9(04) BINARY VALUE ZERO.
032300 77  EUL1-RPY                PIC 9(04) BINARY VALUE ZERO.
032400 77  EUL1-RPY-START          PIC 9(04) BINARY VALUE ZERO.
032500 77  EUL1-RPL-MIN-X          PIC 9(04) BINARY VALUE ZERO.
032600 77  EUL1-RPL-APPR-CNT       PIC 9(04) BINARY VALUE ZERO.
032700 77  EUL1-APX                PIC 9(04) BINARY VALUE ZERO.
032800 77  EUL1-RPL-IN-X           PIC 9(04) BINARY VALUE ZERO.
032900 77  EUL1-RPL-OUT-X          PIC 9(04) BINARY VALUE ZERO.
033000 77  EUL1-RPL-ARC-CNT        PIC 9(04) BINARY VALUE ZERO.
033100 77  EUL1-ARX                PIC 9(04) BINARY VALUE ZERO.
033200 77  EUL1-RPL-CAND-CNT       PIC 9(03) BINARY VALUE ZERO.
033300 77  EUL1-KDX                PIC 9(03) BINARY VALUE ZERO.
033400 77  EUL1-RPL-BEST-X         PIC 9(03) BINARY VALUE ZERO.
033500 77  EUL1-LDX                PIC 9(02) BINARY VALUE ZERO.
033600 77  EUL1-RPL-LIST-CNT       PIC 9(02) BINARY VALUE ZERO.
033700 77  EUL1-RPL-REPLAYED       PIC 9(05) BINARY VALUE ZERO.
033800 77  EUL1-RPL-NOTREP-CNT     PIC 9(05) BINARY VALUE ZERO.
033900 77  EUL1-RPL-PDIFF-CNT      PIC 9(05) BINARY VALUE ZERO.
034000 77  EUL1-RPL-SDIFF-CNT      PIC 9(05) BINARY VALUE ZERO.
034100 77  EUL1-RPL-NOVER-CNT      PIC 9(05) BINARY VALUE ZERO.
034200 77  EUL1-RPL-NOAPPR-CNT     PIC 9(05) BINARY VALUE ZERO.
034300 77  EUL1-RPL-FROM-DATE      PIC 9(08) VALUE ZERO.
034400 77  EUL1-RPL-TO-DATE        PIC 9(08) VALUE 99999999.
034500 77  EUL1-RPL-REC-DATE-N     PIC 9(08) VALUE ZERO.
034600 77  EUL1-RPL-BLK-CNT        PIC 9(09) VALUE ZERO.
034700 77  EUL1-RPL-BLK-HASH       PIC 9(18) VALUE ZERO.
034800 77  EUL1-RPL-SOURCE         PIC X(07) VALUE SPACES.
034900 77  EUL1-RPL-SET            PIC X(08) VALUE SPACES.
035000 77  EUL1-RPL-RUN-ID         PIC X(14) VALUE SPACES.
035100 77  EUL1-RPL-RUN-DATE-N     PIC 9(08) VALUE ZERO.
035200 77  EUL1-RPL-CAND-DATE      PIC 9(08) VALUE ZERO.
035300 77  EUL1-RPL-CAND-FROM      PIC X(16) VALUE SPACES.
035400 77  EUL1-RPL-CAND-IMAGE     PIC X(160) VALUE SPACES.
035500 77  EUL1-RPL-VER-FROM       PIC X(16) VALUE SPACES.
035600 77  EUL1-RPL-APPR-OPER      PIC X(08) VALUE SPACES.
035700 77  EUL1-RPL-APPR-STAMP     PIC X(14) VALUE SPACES.
035800 77  EUL1-RPL-LIST-TEXT      PIC X(39) VALUE SPACES.
035900 77  EUL1-RPL-LIST-ED        PIC ZZ9.
036000 77  EUL1-RPL-LIST-SRC       PIC X(02) VALUE SPACES.
036100*
036200 01  EUL1-RPL-REC-DIGITS.
036300     05  EUL1-RPL-RG-YYYY    PIC X(04).
036400     05  EUL1-RPL-RG-MM      PIC X(02).
036500     05  EUL1-RPL-RG-DD      PIC X(02).
036600 01  EUL1-RPL-REC-DIGITS-N   REDEFINES EUL1-RPL-REC-DIGITS
036700                             PIC 9(08).
036800*
036900 01  EUL1-RPL-TODAY.
037000     05  EUL1-RPL-TD-YYYY    PIC 9(04).
037100     05  EUL1-RPL-TD-MM      PIC 9(02).
037200     05  EUL1-RPL-TD-DD      PIC 9(02).
037300 01  EUL1-RPL-TODAY-ED       PIC X(10).
037400*
037500******************************************************************
037600*    INCLUSION-EXCLUSION WORKING FIELDS, AS EUL1 CARRIES THEM.  *
037700*    THE 6000-SERIES PARAGRAPHS BELOW ARE THE SAME CLOSED-FORM  *
037800*    SUBSET SWEEP EUL1 RUNS IN ITS 2000-SERIES, SO A REPLAYED   *
037900*    TOTAL IS EXACTLY THE TOTAL THE NIGHTLY RUN WOULD HAVE      *
038000*    PUBLISHED UNDER THE RECONSTRUCTED PARAMETERS.              *
038100******************************************************************
038200 77  SUM-OF-MULTIPLES        PIC 9(18) BINARY VALUE ZERO.
038300 77  EUL1-DVX                PIC 9(02) BINARY VALUE ZERO.
038400 77  EUL1-XDX                PIC 9(02) BINARY VALUE ZERO.
038500 77  EUL1-SUBSET-IDX         PIC 9(07) BINARY VALUE ZERO.
038600 77  EUL1-SUBSET-LIMIT       PIC 9(07) BINARY VALUE ZERO.
038700 77  EUL1-SUBSET-COUNT       PIC 9(02) BINARY VALUE ZERO.
038800 77  EUL1-SUBSET-INC-CNT     PIC 9(02) BINARY VALUE ZERO.
038900 77  EUL1-CALC-LOWER         PIC 9(09) BINARY VALUE 1.
039000 77  EUL1-CALC-NBITS         PIC 9(02) BINARY VALUE ZERO.
039100 77  EUL1-WORK-DIVISOR       PIC 9(03) VALUE ZERO.
039200 77  EUL1-SUBSET-M0          PIC 9(09) BINARY VALUE ZERO.
039300 77  EUL1-SUBSET-LCM         PIC 9(18) BINARY VALUE ZERO.
039400 77  EUL1-SUBSET-TERM        PIC 9(18) BINARY VALUE ZERO.
039500 77  EUL1-SUBSET-M           PIC 9(09) BINARY VALUE ZERO.
039600 77  EUL1-BIT-VALUE          PIC 9(09) BINARY VALUE ZERO.
039700 77  EUL1-BIT-TEST           PIC 9(01) BINARY VALUE ZERO.
039800 77  EUL1-GCD-A              PIC 9(09) BINARY VALUE ZERO.
039900 77  EUL1-GCD-B              PIC 9(09) BINARY VALUE ZERO.
040000 77  EUL1-GCD-X              PIC 9(09) BINARY VALUE ZERO.
040100 77  EUL1-GCD-Y              PIC 9(09) BINARY VALUE ZERO.
040200 77  EUL1-GCD-TEMP           PIC 9(09) BINARY VALUE ZERO.
040300 77  EUL1-GCD-RESULT         PIC 9(09) BINARY VALUE ZERO.
040400*
040500 PROCEDURE DIVISION.
040600*
040700******************************************************************
040800*    0000-MAINLINE                                              *
040900******************************************************************
041000 0000-MAINLINE.
041100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041200     PERFORM 1500-LOAD-APPROVALS THRU 1500-EXIT.
041300     PERFORM 1700-LOAD-LIB-ARCHIVE THRU 1700-EXIT.
041400     PERFORM 2000-SCAN-LIVE THRU 2000-EXIT.
041500     PERFORM 3000-SCAN-ARCHIVE THRU 3000-EXIT.
041600     PERFORM 4000-SORT-MATCHES THRU 4000-EXIT.
041700     PERFORM 5000-REPLAY-MATCHES THRU 5000-EXIT.
041800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
041900     STOP RUN.
042000*
042100******************************************************************
042200*    1000-INITIALIZE - PICK UP AND EDIT THE REPLAY CARD, OPEN    *
042300*    THE KEYED LIBRARY, AND WRITE THE REPORT HEADINGS.  A        *
042400*    MISSING CARD, OR ONE NAMING NEITHER A RUN-ID NOR A DATE     *
042500*    RANGE, IS A FATAL CONDITION.                                *
042600******************************************************************
042700 1000-INITIALIZE.
042800     ACCEPT EUL1-RPL-TODAY FROM DATE YYYYMMDD.
042900     MOVE EUL1-RPL-TD-YYYY TO EUL1-RPL-TODAY-ED(1:4).
043000     MOVE '-' TO EUL1-RPL-TODAY-ED(5:1).
043100     MOVE EUL1-RPL-TD-MM TO EUL1-RPL-TODAY-ED(6:2).
043200     MOVE '-' TO EUL1-RPL-TODAY-ED(8:1).
043300     MOVE EUL1-RPL-TD-DD TO EUL1-RPL-TODAY-ED(9:2).
043400     OPEN INPUT EUL1-RPLREQ-FILE.
043500     IF EUL1-QPM-FILE-NEW
043600         DISPLAY 'EUL1RPL - NO REPLAY CARD PRESENT - ABENDING'
043700         MOVE 16 TO RETURN-CODE
043800         GO TO 9999-EXIT
043900     END-IF.
044000     READ EUL1-RPLREQ-FILE
044100         AT END
044200             SET EUL1-QPM-EOF TO TRUE
044300     END-READ.
044400     IF EUL1-QPM-EOF
044500         DISPLAY 'EUL1RPL - NO REPLAY CARD PRESENT - ABENDING'
044600         CLOSE EUL1-RPLREQ-FILE
044700         MOVE 16 TO RETURN-CODE
044800         GO TO 9999-EXIT
044900     END-IF.
045000     MOVE EUL1-QPM-CARD TO EUL1-RPL-PARM-RECORD.
045100     CLOSE EUL1-RPLREQ-FILE.
045200     IF EUL1-RPL-P-RUN-ID = SPACES
045300        AND EUL1-RPL-P-FROM = SPACES
045400        AND EUL1-RPL-P-TO = SPACES
045500         DISPLAY 'EUL1RPL - REPLAY CARD NAMES NEITHER A RUN-ID '
045600             'NOR A DATE RANGE - ABENDING'
045700         MOVE 16 TO RETURN-CODE
045800         GO TO 9999-EXIT
045900     END-IF.
046000     IF EUL1-RPL-P-FROM NOT = SPACES
046100         IF EUL1-RPL-P-FROM NOT NUMERIC
046200             DISPLAY 'EUL1RPL - FROM DATE IS NOT NUMERIC: '
046300                 EUL1-RPL-P-FROM ' - ABENDING'
046400             MOVE 16 TO RETURN-CODE
046500             GO TO 9999-EXIT
046600         END-IF
046700         MOVE EUL1-RPL-P-FROM TO EUL1-RPL-FROM-DATE
046800     END-IF.
046900     IF EUL1-RPL-P-TO NOT = SPACES
047000         IF EUL1-RPL-P-TO NOT NUMERIC
047100             DISPLAY 'EUL1RPL - TO DATE IS NOT NUMERIC: '
047200                 EUL1-RPL-P-TO ' - ABENDING'
047300             MOVE 16 TO RETURN-CODE
047400             GO TO 9999-EXIT
047500         END-IF
047600         MOVE EUL1-RPL-P-TO TO EUL1-RPL-TO-DATE
047700     END-IF.
047800     IF EUL1-RPL-FROM-DATE > EUL1-RPL-TO-DATE
047900         DISPLAY 'EUL1RPL - FROM DATE IS AFTER TO DATE - ABENDING'
048000         MOVE 16 TO RETURN-CODE
048100         GO TO 9999-EXIT
048200     END-IF.
048300     OPEN INPUT EUL1-PARMS-FILE.
048400     IF EUL1-PRM-FILE-NEW
048500         DISPLAY 'EUL1RPL - NO PARAMETER LIBRARY PRESENT - '
048600             'VERSIONS ARE REBUILT FROM THE ARCHIVE AND LOG ONLY'
048700     ELSE
048730         IF NOT EUL1-PRM-FILE-OK
048760             DISPLAY 'EUL1RPL - PARAMETER LIBRARY NOT AVAILABLE '
048790                 '- STATUS ' EUL1-PRM-FILE-STATUS ' - ABENDING'
048820             MOVE 16 TO RETURN-CODE
048850             GO TO 9999-EXIT
048880         END-IF
048910         SET EUL1-PRM-OPEN TO TRUE
048940     END-IF.
049000     OPEN EXTEND EUL1-REPORT-FILE.
049100     IF EUL1-QRP-FILE-NEW
049200         OPEN OUTPUT EUL1-REPORT-FILE
049300     END-IF.
049400     MOVE EUL1-RPL-TODAY-ED TO EUL1-QRP-H1-DATE.
049500     MOVE EUL1-QRP-HDG1 TO EUL1-QRP-PRINT-LINE.
049600     WRITE EUL1-QRP-PRINT-LINE.
049700     MOVE EUL1-RPL-P-RUN-ID TO EUL1-QRP-H2-RUN-ID.
049800     MOVE EUL1-RPL-P-FROM TO EUL1-QRP-H2-FROM.
049900     MOVE EUL1-RPL-P-TO TO EUL1-QRP-H2-TO.
050000     MOVE EUL1-RPL-P-SCENARIO TO EUL1-QRP-H2-SCEN.
050100     MOVE EUL1-QRP-HDG2 TO EUL1-QRP-PRINT-LINE.
050200     WRITE EUL1-QRP-PRINT-LINE.
050300     MOVE EUL1-QRP-HDG3 TO EUL1-QRP-PRINT-LINE.
050400     WRITE EUL1-QRP-PRINT-LINE.
050500 1000-EXIT.
050600     EXIT.
050700*
050800******************************************************************
050900*    1500-LOAD-APPROVALS - HOLD EVERY APPROVAL ROW OF THE CHANGE *
051000*    LOG.  WITHOUT A CHANGE LOG NO APPROVAL CAN BE PROVED, BUT   *
051100*    THE LIBRARY AND ARCHIVE CAN STILL BE REPLAYED.              *
051200******************************************************************
051300 1500-LOAD-APPROVALS.
051400     OPEN INPUT EUL1-CHGLOG-FILE.
051500     IF EUL1-CHG-FILE-NEW
051600         DISPLAY 'EUL1RPL - NO CHANGE LOG PRESENT - NO APPROVAL '
051700             'CAN BE PROVED'
051800         GO TO 1500-EXIT
051900     END-IF.
052000     PERFORM 1510-LOAD-ONE-APPROVAL THRU 1510-EXIT
052100         UNTIL EUL1-CHG-EOF.
052200     CLOSE EUL1-CHGLOG-FILE.
052300 1500-EXIT.
052400     EXIT.
052500*
052600******************************************************************
052700*    1510-LOAD-ONE-APPROVAL - READ ONE CHANGE-LOG ROW AND HOLD IT*
052800*    WHEN IT IS AN APPROVAL.  A FULL TABLE IS REPORTED AND ENDS  *
052900*    THE STEP WITH A WARNING, SINCE LATER APPROVALS GO UNSEEN.   *
053000******************************************************************
053100 1510-LOAD-ONE-APPROVAL.
053200     READ EUL1-CHGLOG-FILE
053300         AT END
053400             SET EUL1-CHG-EOF TO TRUE
053500             GO TO 1510-EXIT
053600     END-READ.
053700     MOVE EUL1-CHG-CARD TO EUL1-CHG-RECORD.
053800     IF NOT EUL1-CHG-ACT-APPROVE
053900         GO TO 1510-EXIT
054000     END-IF.
054100     IF EUL1-CHG-EFF-DATE NOT NUMERIC
054200         GO TO 1510-EXIT
054300     END-IF.
054400     IF EUL1-RPL-APPR-CNT = 1000
054500         IF NOT EUL1-RPL-APPR-FULL
054600             DISPLAY 'EUL1RPL - MORE THAN 1000 APPROVALS ON THE '
054700                 'CHANGE LOG - LATER APPROVALS NOT CONSIDERED'
054800             SET EUL1-RPL-APPR-FULL TO TRUE
054900         END-IF
055000         GO TO 1510-EXIT
055100     END-IF.
055200     ADD 1 TO EUL1-RPL-APPR-CNT.
055300     MOVE EUL1-CHG-SET-NAME TO EUL1-RPL-A-SET(EUL1-RPL-APPR-CNT).
055400     MOVE EUL1-CHG-EFF-DATE TO EUL1-RPL-A-DATE(EUL1-RPL-APPR-CNT).
055500     MOVE EUL1-CHG-TIMESTAMP
055600         TO EUL1-RPL-A-STAMP(EUL1-RPL-APPR-CNT).
055700     MOVE EUL1-CHG-OPERATOR TO EUL1-RPL-A-OPER(EUL1-RPL-APPR-CNT).
055800     MOVE EUL1-CHG-BEFORE
055900         TO EUL1-RPL-A-BEFORE(EUL1-RPL-APPR-CNT).
056000     MOVE EUL1-CHG-AFTER TO EUL1-RPL-A-AFTER(EUL1-RPL-APPR-CNT).
056100 1510-EXIT.
056200     EXIT.
056300*
056400******************************************************************
056500*    1700-LOAD-LIB-ARCHIVE - HOLD THE ACTIVE VERSIONS EUL1HSK HAS*
056600*    SWEPT OUT OF THE LIBRARY (ALL GENERATIONS CONCATENATED      *
056700*    UNDER ONE DD).  A MISSING ARCHIVE IS AN EMPTY ONE.          *
056800******************************************************************
056900 1700-LOAD-LIB-ARCHIVE.
057000     OPEN INPUT EUL1-LIBARC-FILE.
057100     IF EUL1-PRA-FILE-NEW
057200         GO TO 1700-EXIT
057300     END-IF.
057400     PERFORM 1710-LOAD-ONE-ARCHIVED THRU 1710-EXIT
057500         UNTIL EUL1-PRA-EOF.
057600     CLOSE EUL1-LIBARC-FILE.
057700 1700-EXIT.
057800     EXIT.
057900*
058000******************************************************************
058100*    1710-LOAD-ONE-ARCHIVED - READ ONE ARCHIVED LIBRARY VERSION  *
058200*    AND HOLD IT WHEN IT IS A READABLE ACTIVE VERSION.           *
058300******************************************************************
058400 1710-LOAD-ONE-ARCHIVED.
058500     READ EUL1-LIBARC-FILE
058600         AT END
058700             SET EUL1-PRA-EOF TO TRUE
058800             GO TO 1710-EXIT
058900     END-READ.
059000     MOVE EUL1-PRA-CARD TO EUL1-PARM-RECORD.
059100     IF NOT EUL1-PRM-ACTIVE
059200         GO TO 1710-EXIT
059300     END-IF.
059400     IF EUL1-PRM-EFF-DATE NOT NUMERIC
059500         GO TO 1710-EXIT
059600     END-IF.
059700     IF EUL1-RPL-ARC-CNT = 1000
059800         IF NOT EUL1-RPL-ARC-FULL
059900             DISPLAY 'EUL1RPL - MORE THAN 1000 ARCHIVED '
060000                 'VERSIONS - LATER VERSIONS NOT CONSIDERED'
060100             SET EUL1-RPL-ARC-FULL TO TRUE
060200         END-IF
060300         GO TO 1710-EXIT
060400     END-IF.
060500     ADD 1 TO EUL1-RPL-ARC-CNT.
060600     MOVE EUL1-PRA-CARD TO EUL1-RPL-ARC-ENTRY(EUL1-RPL-ARC-CNT).
060700 1710-EXIT.
060800     EXIT.
060900*
061000******************************************************************
061100*    2000-SCAN-LIVE - PASS THE LIVE AUDIT TRAIL, COLLECTING      *
061200*    EVERY ROW THE REPLAY CARD SELECTS.  A MISSING FILE IS AN    *
061300*    EMPTY FILE, NOT AN ERROR.                                   *
061400******************************************************************
061500 2000-SCAN-LIVE.
061600     MOVE 'LIVE' TO EUL1-RPL-SOURCE.
061700     SET EUL1-RPL-BLK-OUT TO TRUE.
061800     OPEN INPUT EUL1-AUDIT-FILE.
061900     IF EUL1-AUD-FILE-NEW
062000         SET EUL1-AUD-EOF TO TRUE
062100         GO TO 2000-EXIT
062200     END-IF.
062300     PERFORM 2100-READ-ONE-LIVE THRU 2100-EXIT
062400         UNTIL EUL1-AUD-EOF.
062500     CLOSE EUL1-AUDIT-FILE.
062600     PERFORM 2800-CHECK-OPEN-BLOCK THRU 2800-EXIT.
062700 2000-EXIT.
062800     EXIT.
062900*
063000******************************************************************
063100*    2100-READ-ONE-LIVE - READ ONE ROW OFF THE LIVE AUDIT TRAIL  *
063200*    AND EXAMINE IT.                                             *
063300******************************************************************
063400 2100-READ-ONE-LIVE.
063500     READ EUL1-AUDIT-FILE
063600         AT END
063700             SET EUL1-AUD-EOF TO TRUE
063800             GO TO 2100-EXIT
063900     END-READ.
064000     MOVE EUL1-AUD-CARD TO EUL1-RPL-WORK-REC.
064100     PERFORM 2500-EXAMINE-RECORD THRU 2500-EXIT.
064200 2100-EXIT.
064300     EXIT.
064400*
064500******************************************************************
064600*    2500-EXAMINE-RECORD - APPLY THE REPLAY CARD TO THE ROW IN   *
064700*    THE WORK AREA AND COLLECT IT WHEN IT QUALIFIES.  CONTROL    *
064800*    RECORDS GO TO THE BLOCK VERIFICATION; A ROW WHOSE RUN DATE  *
064900*    CANNOT BE READ IS COUNTED AND SKIPPED.                      *
065000******************************************************************
065100 2500-EXAMINE-RECORD.
065200     MOVE EUL1-RPL-WORK-REC TO EUL1-ACR-RECORD.
065300     IF EUL1-ACR-CONTROL
065400         PERFORM 2700-TAKE-CONTROL THRU 2700-EXIT
065500         GO TO 2500-EXIT
065600     END-IF.
065700     MOVE EUL1-RPL-WORK-REC TO EUL1-AUD-RECORD.
065800     IF EUL1-RPL-BLK-IN
065900         ADD 1 TO EUL1-RPL-BLK-CNT
066000         IF EUL1-AUD-SUM NUMERIC
066100             COMPUTE EUL1-RPL-BLK-HASH = FUNCTION MOD(
066200                 EUL1-RPL-BLK-HASH + EUL1-AUD-SUM, 10 ** 18)
066300         END-IF
066400     END-IF.
066500     MOVE EUL1-AUD-RUN-DATE(1:4) TO EUL1-RPL-RG-YYYY.
066600     MOVE EUL1-AUD-RUN-DATE(6:2) TO EUL1-RPL-RG-MM.
066700     MOVE EUL1-AUD-RUN-DATE(9:2) TO EUL1-RPL-RG-DD.
066800     IF EUL1-RPL-REC-DIGITS-N NOT NUMERIC
066900         ADD 1 TO EUL1-RPL-SKIP-CNT
067000         GO TO 2500-EXIT
067100     END-IF.
067200     MOVE EUL1-RPL-REC-DIGITS-N TO EUL1-RPL-REC-DATE-N.
067300     IF EUL1-RPL-REC-DATE-N < EUL1-RPL-FROM-DATE
067400        OR EUL1-RPL-REC-DATE-N > EUL1-RPL-TO-DATE
067500         GO TO 2500-EXIT
067600     END-IF.
067700     IF EUL1-RPL-P-RUN-ID NOT = SPACES
067800        AND EUL1-AUD-RUN-ID NOT = EUL1-RPL-P-RUN-ID
067900         GO TO 2500-EXIT
068000     END-IF.
068100     IF EUL1-RPL-P-SCENARIO NOT = SPACES
068200        AND EUL1-AUD-SCENARIO NOT = EUL1-RPL-P-SCENARIO
068300         GO TO 2500-EXIT
068400     END-IF.
068500     PERFORM 2600-COLLECT-MATCH THRU 2600-EXIT.
068600 2500-EXIT.
068700     EXIT.
068800*
068900******************************************************************
069000*    2600-COLLECT-MATCH - ADD THE QUALIFYING ROW TO THE TABLE.   *
069100*    MATCHES BEYOND THE TABLE LIMIT ARE REPORTED AND LEFT FOR A  *
069200*    NARROWER REPLAY RATHER THAN SILENTLY DROPPED.               *
069300******************************************************************
069400 2600-COLLECT-MATCH.
069500     IF EUL1-RPL-CNT = 1000
069600         IF NOT EUL1-RPL-FULL-MSG-SHOWN
069700             DISPLAY 'EUL1RPL - MORE THAN 1000 MATCHES - NARROW '
069800                 'THE REPLAY CARD AND RERUN'
069900             SET EUL1-RPL-FULL-MSG-SHOWN TO TRUE
070000         END-IF
070100         GO TO 2600-EXIT
070200     END-IF.
070300     ADD 1 TO EUL1-RPL-CNT.
070400     MOVE EUL1-RPL-REC-DATE-N TO EUL1-RPL-E-DATE(EUL1-RPL-CNT).
070500     MOVE EUL1-AUD-RUN-ID TO EUL1-RPL-E-RUN(EUL1-RPL-CNT).
070600     MOVE EUL1-RPL-SOURCE TO EUL1-RPL-E-SOURCE(EUL1-RPL-CNT).
070700     MOVE EUL1-RPL-WORK-REC TO EUL1-RPL-E-REC(EUL1-RPL-CNT).
070800     IF EUL1-RPL-SOURCE = 'LIVE'
070900         ADD 1 TO EUL1-RPL-LIVE-CNT
071000     ELSE
071100         ADD 1 TO EUL1-RPL-ARCH-CNT
071200     END-IF.
071300 2600-EXIT.
071400     EXIT.
071500*
071600******************************************************************
071700*    2700-TAKE-CONTROL - OPEN OR CLOSE A BLOCK ON THE DATASET    *
071800*    BEING SCANNED AND PROVE THE TRAILER'S COUNT AND HASH        *
071900*    AGAINST WHAT WAS ACTUALLY READ.                             *
072000******************************************************************
072100 2700-TAKE-CONTROL.
072200     IF EUL1-ACR-HEADER
072300         IF EUL1-RPL-BLK-IN
072400             DISPLAY 'EUL1RPL - ' EUL1-RPL-SOURCE ' OUT OF '
072500                 'BALANCE - HEADER WITHOUT TRAILER FOR RUN '
072600                 EUL1-ACR-RUN-ID
072700             SET EUL1-RPL-BAL-FAILED TO TRUE
072800         END-IF
072900         SET EUL1-RPL-BLK-IN TO TRUE
073000         MOVE ZERO TO EUL1-RPL-BLK-CNT
073100         MOVE ZERO TO EUL1-RPL-BLK-HASH
073200         GO TO 2700-EXIT
073300     END-IF.
073400     IF NOT EUL1-RPL-BLK-IN
073500         DISPLAY 'EUL1RPL - ' EUL1-RPL-SOURCE ' OUT OF BALANCE '
073600             '- TRAILER WITHOUT HEADER FOR RUN ' EUL1-ACR-RUN-ID
073700         SET EUL1-RPL-BAL-FAILED TO TRUE
073800         GO TO 2700-EXIT
073900     END-IF.
074000     IF EUL1-ACR-COUNT NOT = EUL1-RPL-BLK-CNT
074100        OR EUL1-ACR-HASH NOT = EUL1-RPL-BLK-HASH
074200         DISPLAY 'EUL1RPL - ' EUL1-RPL-SOURCE ' OUT OF BALANCE '
074300             'FOR RUN ' EUL1-ACR-RUN-ID ' - TRAILER COUNT '
074400             EUL1-ACR-COUNT ' HASH ' EUL1-ACR-HASH
074500             ' - READ COUNT ' EUL1-RPL-BLK-CNT
074600             ' HASH ' EUL1-RPL-BLK-HASH
074700         SET EUL1-RPL-BAL-FAILED TO TRUE
074800     END-IF.
074900     SET EUL1-RPL-BLK-OUT TO TRUE.
075000 2700-EXIT.
075100     EXIT.
075200*
075300******************************************************************
075400*    2800-CHECK-OPEN-BLOCK - FLAG A DATASET THAT ENDED INSIDE A  *
075500*    BLOCK.                                                      *
075600******************************************************************
075700 2800-CHECK-OPEN-BLOCK.
075800     IF EUL1-RPL-BLK-IN
075900         DISPLAY 'EUL1RPL - ' EUL1-RPL-SOURCE ' OUT OF BALANCE '
076000             '- HEADER WITHOUT TRAILER AT END OF FILE'
076100         SET EUL1-RPL-BAL-FAILED TO TRUE
076200         SET EUL1-RPL-BLK-OUT TO TRUE
076300     END-IF.
076400 2800-EXIT.
076500     EXIT.
076600*
076700******************************************************************
076800*    3000-SCAN-ARCHIVE - PASS THE AUDIT ARCHIVE GENERATIONS      *
076900*    (CONCATENATED UNDER ONE DD), COLLECTING EVERY ROW THE       *
077000*    REPLAY CARD SELECTS.  A MISSING FILE IS AN EMPTY FILE.      *
077100******************************************************************
077200 3000-SCAN-ARCHIVE.
077300     MOVE 'ARCHIVE' TO EUL1-RPL-SOURCE.
077400     SET EUL1-RPL-BLK-OUT TO TRUE.
077500     OPEN INPUT EUL1-ARCHIVE-FILE.
077600     IF EUL1-ARH-FILE-NEW
077700         SET EUL1-ARH-EOF TO TRUE
077800         GO TO 3000-EXIT
077900     END-IF.
078000     PERFORM 3100-READ-ONE-ARCHIVE THRU 3100-EXIT
078100         UNTIL EUL1-ARH-EOF.
078200     CLOSE EUL1-ARCHIVE-FILE.
078300     PERFORM 2800-CHECK-OPEN-BLOCK THRU 2800-EXIT.
078400 3000-EXIT.
078500     EXIT.
078600*
078700******************************************************************
078800*    3100-READ-ONE-ARCHIVE - READ ONE ROW OFF THE ARCHIVE AND    *
078900*    EXAMINE IT.                                                 *
079000******************************************************************
079100 3100-READ-ONE-ARCHIVE.
079200     READ EUL1-ARCHIVE-FILE
079300         AT END
079400             SET EUL1-ARH-EOF TO TRUE
079500             GO TO 3100-EXIT
079600     END-READ.
079700     MOVE EUL1-ARH-CARD TO EUL1-RPL-WORK-REC.
079800     PERFORM 2500-EXAMINE-RECORD THRU 2500-EXIT.
079900 3100-EXIT.
080000     EXIT.
080100*
080200******************************************************************
080300*    4000-SORT-MATCHES - ORDER THE MATCHED ROWS BY RUN DATE AND  *
080400*    RUN-ID SO THE LIVE AND ARCHIVE MATCHES MERGE INTO ONE       *
080500*    CHRONOLOGICAL REPORT.                                       *
080600******************************************************************
080700 4000-SORT-MATCHES.
080800     IF EUL1-RPL-CNT < 2
080900         GO TO 4000-EXIT
081000     END-IF.
081100     PERFORM 4100-SORT-ONE-SLOT THRU 4100-EXIT
081200         VARYING EUL1-RPX FROM 1 BY 1
081300         UNTIL EUL1-RPX NOT < EUL1-RPL-CNT.
081400 4000-EXIT.
081500     EXIT.
081600*
081700******************************************************************
081800*    4100-SORT-ONE-SLOT - FIND THE SMALLEST REMAINING KEY AND    *
081900*    EXCHANGE IT INTO THE CURRENT SLOT.                          *
082000******************************************************************
082100 4100-SORT-ONE-SLOT.
082200     MOVE EUL1-RPX TO EUL1-RPL-MIN-X.
082300     COMPUTE EUL1-RPY-START = EUL1-RPX + 1.
082400     PERFORM 4110-TEST-SMALLER THRU 4110-EXIT
082500         VARYING EUL1-RPY FROM EUL1-RPY-START BY 1
082600         UNTIL EUL1-RPY > EUL1-RPL-CNT.
082700     IF EUL1-RPL-MIN-X NOT = EUL1-RPX
082800         MOVE EUL1-RPL-ENTRY(EUL1-RPX) TO EUL1-RPL-SWAP-ENTRY
082900         MOVE EUL1-RPL-ENTRY(EUL1-RPL-MIN-X)
083000             TO EUL1-RPL-ENTRY(EUL1-RPX)
083100         MOVE EUL1-RPL-SWAP-ENTRY
083200             TO EUL1-RPL-ENTRY(EUL1-RPL-MIN-X)
083300     END-IF.
083400 4100-EXIT.
083500     EXIT.
083600*
083700******************************************************************
083800*    4110-TEST-SMALLER - REMEMBER THE SLOT WITH THE SMALLEST KEY *
083900*    SEEN SO FAR.                                                *
084000******************************************************************
084100 4110-TEST-SMALLER.
084200     IF EUL1-RPL-E-KEY(EUL1-RPY)
084300             < EUL1-RPL-E-KEY(EUL1-RPL-MIN-X)
084400         MOVE EUL1-RPY TO EUL1-RPL-MIN-X
084500     END-IF.
084600 4110-EXIT.
084700     EXIT.
084800*
084900******************************************************************
085000*    5000-REPLAY-MATCHES - REPLAY THE MERGED, ORDERED MATCHES.   *
085100******************************************************************
085200 5000-REPLAY-MATCHES.
085300     IF EUL1-RPL-CNT = ZERO
085400         MOVE 'NO AUDIT ROWS SATISFY THE REPLAY CARD'
085500             TO EUL1-QRP-N-TEXT
085600         PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
085700         GO TO 5000-EXIT
085800     END-IF.
085900     PERFORM 5100-REPLAY-ONE THRU 5100-EXIT
086000         VARYING EUL1-RPX FROM 1 BY 1
086100         UNTIL EUL1-RPX > EUL1-RPL-CNT.
086200 5000-EXIT.
086300     EXIT.
086400*
086500******************************************************************
086600*    5100-REPLAY-ONE - REPLAY ONE AUDIT ROW: PRINT WHAT WAS      *
086700*    RECORDED, REBUILD THE VERSION THEN IN EFFECT, RECOMPUTE     *
086800*    THE SUM UNDER IT, AND PRINT THE COMPARISON.  A REJECTED     *
086900*    CARD PUBLISHED NOTHING AND A BACKOUT'S OWN TRACE ROW        *
087000*    CARRIES NO PARAMETERS, SO NEITHER IS REPLAYED.              *
087100******************************************************************
087200 5100-REPLAY-ONE.
087300     MOVE EUL1-RPL-E-REC(EUL1-RPX) TO EUL1-AUD-RECORD.
087400     MOVE SPACES TO EUL1-QRP-PRINT-LINE.
087500     WRITE EUL1-QRP-PRINT-LINE.
087600     MOVE EUL1-AUD-RUN-ID TO EUL1-QRP-R-RUN-ID.
087700     MOVE EUL1-AUD-RUN-DATE TO EUL1-QRP-R-DATE.
087800     MOVE EUL1-AUD-SCENARIO TO EUL1-QRP-R-SCEN.
087900     MOVE EUL1-RPL-E-SOURCE(EUL1-RPX) TO EUL1-QRP-R-SOURCE.
088000     MOVE EUL1-AUD-STATUS TO EUL1-QRP-R-STATUS.
088100     MOVE EUL1-QRP-RUN TO EUL1-QRP-PRINT-LINE.
088200     WRITE EUL1-QRP-PRINT-LINE.
088300     IF EUL1-AUD-STATUS-ERROR
088400        OR (EUL1-AUD-STATUS-BACKOUT
088500            AND EUL1-AUD-REASON NOT = SPACES)
088600         MOVE 'REJECTED CARD - NOTHING PUBLISHED - NOT REPLAYED'
088700             TO EUL1-QRP-N-TEXT
088800         PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
088900         ADD 1 TO EUL1-RPL-NOTREP-CNT
089000         GO TO 5100-EXIT
089100     END-IF.
089200     IF EUL1-AUD-STATUS-BACKOUT
089300        AND EUL1-AUD-LIMIT = ZERO
089400        AND EUL1-AUD-DIVISOR-CNT = ZERO
089500         MOVE 'BACKOUT TRACE ROW - NO PARAMETERS TO REPLAY'
089600             TO EUL1-QRP-N-TEXT
089700         PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
089800         ADD 1 TO EUL1-RPL-NOTREP-CNT
089900         GO TO 5100-EXIT
090000     END-IF.
090100     ADD 1 TO EUL1-RPL-REPLAYED.
090200     PERFORM 5150-PRINT-RECORDED THRU 5150-EXIT.
090300     MOVE EUL1-RPL-E-DATE(EUL1-RPX) TO EUL1-RPL-RUN-DATE-N.
090400     MOVE EUL1-AUD-RUN-ID TO EUL1-RPL-RUN-ID.
090500     MOVE EUL1-AUD-SCENARIO TO EUL1-RPL-SET.
090600     PERFORM 5200-GATHER-CANDIDATES THRU 5200-EXIT.
090700     PERFORM 5300-CHOOSE-VERSION THRU 5300-EXIT.
090800     IF EUL1-RPL-VER-NOT-FOUND
090900         MOVE 'NO VERSION OF THE SET IN EFFECT ON THE RUN DATE'
091000             TO EUL1-QRP-N-TEXT
091100         PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
091200         ADD 1 TO EUL1-RPL-NOVER-CNT
091300         GO TO 5100-EXIT
091400     END-IF.
091500     IF EUL1-RPL-NOT-APPROVED
091600         ADD 1 TO EUL1-RPL-NOAPPR-CNT
091700     END-IF.
091800     PERFORM 5500-EDIT-VERSION THRU 5500-EXIT.
091900     IF EUL1-RPL-EDIT-ERROR
092000         MOVE 'RECONSTRUCTED VERSION FAILS THE EUL1 EDITS'
092100             TO EUL1-QRP-N-TEXT
092200         PERFORM 7900-WRITE-NOTE THRU 7900-EXIT
092300         SET EUL1-RPL-PARMS-DIFFER TO TRUE
092400         ADD 1 TO EUL1-RPL-PDIFF-CNT
092500         ADD 1 TO EUL1-RPL-SDIFF-CNT
092600         MOVE 'NOT COMPUTED' TO EUL1-QRP-S-SUM
092700         PERFORM 5700-PRINT-RESULT THRU 5700-EXIT
092800         GO TO 5100-EXIT
092900     END-IF.
093000     PERFORM 6000-COMPUTE-SUM THRU 6000-EXIT.
093100     PERFORM 5160-PRINT-REBUILT THRU 5160-EXIT.
093200     PERFORM 5600-COMPARE-PARMS THRU 5600-EXIT.
093300     IF EUL1-RPL-PARMS-DIFFER
093400         ADD 1 TO EUL1-RPL-PDIFF-CNT
093500     END-IF.
093600     IF SUM-OF-MULTIPLES = EUL1-AUD-SUM
093700         MOVE 'AGREES' TO EUL1-QRP-S-SUM
093800     ELSE
093900         MOVE 'DIFFERS' TO EUL1-QRP-S-SUM
094000         ADD 1 TO EUL1-RPL-SDIFF-CNT
094100     END-IF.
094200     PERFORM 5700-PRINT-RESULT THRU 5700-EXIT.
094300 5100-EXIT.
094400     EXIT.
094500*
094600******************************************************************
094700*    5150-PRINT-RECORDED - PRINT THE PARAMETERS AND SUM AS THE   *
094800*    AUDIT ROW RECORDS THEM.  THE ROW CARRIES NO EFFECTIVE DATE. *
094900******************************************************************
095000 5150-PRINT-RECORDED.
095100     MOVE 'RECORDED' TO EUL1-QRP-V-LABEL.
095200     MOVE SPACES TO EUL1-QRP-V-EFF.
095300     MOVE EUL1-AUD-LIMIT TO EUL1-QRP-V-LIMIT.
095400     MOVE EUL1-AUD-MODE TO EUL1-QRP-V-MODE.
095500     MOVE EUL1-AUD-LOWER TO EUL1-QRP-V-LOWER.
095600     MOVE EUL1-AUD-SUM TO EUL1-QRP-V-SUM.
095700     MOVE EUL1-AUD-DIVISOR-CNT TO EUL1-RPL-LIST-CNT.
095800     MOVE 'AD' TO EUL1-RPL-LIST-SRC.
095900     PERFORM 7000-BUILD-LIST-TEXT THRU 7000-EXIT.
096000     MOVE EUL1-RPL-LIST-TEXT TO EUL1-QRP-V-DIVS.
096100     MOVE EUL1-QRP-VALUES TO EUL1-QRP-PRINT-LINE.
096200     WRITE EUL1-QRP-PRINT-LINE.
096300     IF EUL1-AUD-EXCL-CNT NUMERIC
096400        AND EUL1-AUD-EXCL-CNT > ZERO
096500         MOVE EUL1-AUD-EXCL-CNT TO EUL1-RPL-LIST-CNT
096600         MOVE 'AX' TO EUL1-RPL-LIST-SRC
096700         PERFORM 7000-BUILD-LIST-TEXT THRU 7000-EXIT
096800         MOVE EUL1-RPL-LIST-TEXT TO EUL1-QRP-X-DIVS
096900         MOVE EUL1-QRP-EXCL TO EUL1-QRP-PRINT-LINE
097000         WRITE EUL1-QRP-PRINT-LINE
097100     END-IF.
097200 5150-EXIT.
097300     EXIT.
097400*
097500******************************************************************
097600*    5160-PRINT-REBUILT - PRINT THE RECONSTRUCTED VERSION AND    *
097700*    THE SUM RECOMPUTED UNDER IT.                                *
097800******************************************************************
097900 5160-PRINT-REBUILT.
098000     MOVE 'RECONSTRUCTED' TO EUL1-QRP-V-LABEL.
098100     MOVE EUL1-PRM-EFF-DATE TO EUL1-QRP-V-EFF.
098200     MOVE EUL1-PRM-LIMIT TO EUL1-QRP-V-LIMIT.
098300     MOVE EUL1-PRM-MODE TO EUL1-QRP-V-MODE.
098400     MOVE EUL1-PRM-LOWER TO EUL1-QRP-V-LOWER.
098500     MOVE SUM-OF-MULTIPLES TO EUL1-QRP-V-SUM.
098600     MOVE EUL1-PRM-DIVISOR-CNT TO EUL1-RPL-LIST-CNT.
098700     MOVE 'PD' TO EUL1-RPL-LIST-SRC.
098800     PERFORM 7000-BUILD-LIST-TEXT THRU 7000-EXIT.
098900     MOVE EUL1-RPL-LIST-TEXT TO EUL1-QRP-V-DIVS.
099000     MOVE EUL1-QRP-VALUES TO EUL1-QRP-PRINT-LINE.
099100     WRITE EUL1-QRP-PRINT-LINE.
099200     IF EUL1-PRM-EXCL-CNT > ZERO
099300         MOVE EUL1-PRM-EXCL-CNT TO EUL1-RPL-LIST-CNT
099400         MOVE 'PX' TO EUL1-RPL-LIST-SRC
099500         PERFORM 7000-BUILD-LIST-TEXT THRU 7000-EXIT
099600         MOVE EUL1-RPL-LIST-TEXT TO EUL1-QRP-X-DIVS
099700         MOVE EUL1-QRP-EXCL TO EUL1-QRP-PRINT-LINE
099800         WRITE EUL1-QRP-PRINT-LINE
099900     END-IF.
100000 5160-EXIT.
100100     EXIT.
100200*
100300******************************************************************
100400*    5200-GATHER-CANDIDATES - LIST EVERY VERSION OF THE SET WITH *
100500*    AN EFFECTIVE DATE NOT AFTER THE RUN DATE: THE ACTIVE        *
100600*    VERSIONS STILL ON THE LIBRARY, THOSE SWEPT TO THE LIBRARY   *
100700*    ARCHIVE, AND ANY KNOWN ONLY FROM AN APPROVAL ON THE LOG.    *
100800******************************************************************
100900 5200-GATHER-CANDIDATES.
101000     MOVE ZERO TO EUL1-RPL-CAND-CNT.
101100     IF EUL1-PRM-OPEN
101200         MOVE 'N' TO EUL1-PARMS-EOF-SW
101300         MOVE EUL1-RPL-SET TO EUL1-PARM-KEY-NAME
101400         MOVE ZERO TO EUL1-PARM-KEY-DATE
101500         MOVE SPACE TO EUL1-PARM-KEY-STAT
101600         START EUL1-PARMS-FILE KEY NOT < EUL1-PARM-KEY
101700             INVALID KEY
101800                 SET EUL1-PARMS-EOF TO TRUE
101900         END-START
102000         PERFORM 5210-GATHER-LIBRARY THRU 5210-EXIT
102100             UNTIL EUL1-PARMS-EOF
102200     END-IF.
102300     PERFORM 5220-GATHER-ARCHIVE THRU 5220-EXIT
102400         VARYING EUL1-ARX FROM 1 BY 1
102500         UNTIL EUL1-ARX > EUL1-RPL-ARC-CNT.
102600     PERFORM 5230-GATHER-APPROVAL THRU 5230-EXIT
102700         VARYING EUL1-APX FROM 1 BY 1
102800         UNTIL EUL1-APX > EUL1-RPL-APPR-CNT.
102900 5200-EXIT.
103000     EXIT.
103100*
103200******************************************************************
103300*    5210-GATHER-LIBRARY - READ THE NEXT LIBRARY VERSION OF THE  *
103400*    SET AND OFFER IT WHEN IT IS ACTIVE AND NOT DATED AFTER THE  *
103500*    RUN.  THE BROWSE ENDS AT END OF FILE OR AT THE FIRST        *
103600*    RECORD OF ANOTHER SET.                                      *
103700******************************************************************
103800 5210-GATHER-LIBRARY.
103900     READ EUL1-PARMS-FILE NEXT RECORD
104000         AT END
104100             SET EUL1-PARMS-EOF TO TRUE
104200             GO TO 5210-EXIT
104300     END-READ.
104400     IF EUL1-PARM-KEY-NAME NOT = EUL1-RPL-SET
104500         SET EUL1-PARMS-EOF TO TRUE
104600         GO TO 5210-EXIT
104700     END-IF.
104800     MOVE EUL1-PARM-CARD TO EUL1-PARM-RECORD.
104900     IF NOT EUL1-PRM-ACTIVE
105000         GO TO 5210-EXIT
105100     END-IF.
105200     IF EUL1-PRM-EFF-DATE NOT NUMERIC
105300         GO TO 5210-EXIT
105400     END-IF.
105500     IF EUL1-PRM-EFF-DATE > EUL1-RPL-RUN-DATE-N
105600         GO TO 5210-EXIT
105700     END-IF.
105800     MOVE EUL1-PRM-EFF-DATE TO EUL1-RPL-CAND-DATE.
105900     MOVE 'LIBRARY' TO EUL1-RPL-CAND-FROM.
106000     MOVE EUL1-PARM-CARD TO EUL1-RPL-CAND-IMAGE.
106100     PERFORM 5250-ADD-CANDIDATE THRU 5250-EXIT.
106200 5210-EXIT.
106300     EXIT.
106400*
106500******************************************************************
106600*    5220-GATHER-ARCHIVE - OFFER ONE ARCHIVED VERSION WHEN IT    *
106700*    BELONGS TO THE SET AND IS NOT DATED AFTER THE RUN.          *
106800******************************************************************
106900 5220-GATHER-ARCHIVE.
107000     MOVE EUL1-RPL-ARC-ENTRY(EUL1-ARX) TO EUL1-PARM-RECORD.
107100     IF EUL1-PRM-SET-NAME NOT = EUL1-RPL-SET
107200         GO TO 5220-EXIT
107300     END-IF.
107400     IF EUL1-PRM-EFF-DATE > EUL1-RPL-RUN-DATE-N
107500         GO TO 5220-EXIT
107600     END-IF.
107700     MOVE EUL1-PRM-EFF-DATE TO EUL1-RPL-CAND-DATE.
107800     MOVE 'LIBRARY ARCHIVE' TO EUL1-RPL-CAND-FROM.
107900     MOVE EUL1-RPL-ARC-ENTRY(EUL1-ARX) TO EUL1-RPL-CAND-IMAGE.
108000     PERFORM 5250-ADD-CANDIDATE THRU 5250-EXIT.
108100 5220-EXIT.
108200     EXIT.
108300*
108400******************************************************************
108500*    5230-GATHER-APPROVAL - OFFER THE KEY OF ONE LOGGED          *
108600*    APPROVAL WHEN IT BELONGS TO THE SET AND IS NOT DATED AFTER  *
108700*    THE RUN, SO A VERSION GONE FROM BOTH THE LIBRARY AND THE    *
108800*    ARCHIVE CAN STILL BE REBUILT FROM ITS LOGGED IMAGE.         *
108900******************************************************************
109000 5230-GATHER-APPROVAL.
109100     IF EUL1-RPL-A-SET(EUL1-APX) NOT = EUL1-RPL-SET
109200         GO TO 5230-EXIT
109300     END-IF.
109400     IF EUL1-RPL-A-DATE(EUL1-APX) > EUL1-RPL-RUN-DATE-N
109500         GO TO 5230-EXIT
109600     END-IF.
109700     MOVE EUL1-RPL-A-DATE(EUL1-APX) TO EUL1-RPL-CAND-DATE.
109800     MOVE 'CHANGE LOG' TO EUL1-RPL-CAND-FROM.
109900     MOVE EUL1-RPL-A-AFTER(EUL1-APX) TO EUL1-RPL-CAND-IMAGE.
110000     PERFORM 5250-ADD-CANDIDATE THRU 5250-EXIT.
110100 5230-EXIT.
110200     EXIT.
110300*
110400******************************************************************
110500*    5250-ADD-CANDIDATE - ADD THE OFFERED VERSION UNLESS ITS     *
110600*    EFFECTIVE DATE IS ALREADY LISTED; THE FIRST SOURCE TO       *
110700*    OFFER A DATE KEEPS IT.                                      *
110800******************************************************************
110900 5250-ADD-CANDIDATE.
111000     SET EUL1-RPL-NOT-DUP TO TRUE.
111100     PERFORM 5255-TEST-DUPLICATE THRU 5255-EXIT
111200         VARYING EUL1-KDX FROM 1 BY 1
111300         UNTIL EUL1-KDX > EUL1-RPL-CAND-CNT
111400         OR EUL1-RPL-DUP.
111500     IF EUL1-RPL-DUP
111600         GO TO 5250-EXIT
111700     END-IF.
111800     IF EUL1-RPL-CAND-CNT = 100
111900         IF NOT EUL1-RPL-CAND-FULL
112000             DISPLAY 'EUL1RPL - MORE THAN 100 VERSIONS OF SET '
112100                 EUL1-RPL-SET ' - OLDER VERSIONS NOT CONSIDERED'
112200             SET EUL1-RPL-CAND-FULL TO TRUE
112300         END-IF
112400         GO TO 5250-EXIT
112500     END-IF.
112600     ADD 1 TO EUL1-RPL-CAND-CNT.
112700     MOVE EUL1-RPL-CAND-DATE
112800         TO EUL1-RPL-K-DATE(EUL1-RPL-CAND-CNT).
112900     MOVE EUL1-RPL-CAND-FROM
113000         TO EUL1-RPL-K-FROM(EUL1-RPL-CAND-CNT).
113100     MOVE EUL1-RPL-CAND-IMAGE
113200         TO EUL1-RPL-K-IMAGE(EUL1-RPL-CAND-CNT).
113300     MOVE 'N' TO EUL1-RPL-K-USED(EUL1-RPL-CAND-CNT).
113400 5250-EXIT.
113500     EXIT.
113600*
113700******************************************************************
113800*    5255-TEST-DUPLICATE - NOTE WHEN A LISTED CANDIDATE ALREADY  *
113900*    HOLDS THE OFFERED EFFECTIVE DATE.                           *
114000******************************************************************
114100 5255-TEST-DUPLICATE.
114200     IF EUL1-RPL-K-DATE(EUL1-KDX) = EUL1-RPL-CAND-DATE
114300         SET EUL1-RPL-DUP TO TRUE
114400     END-IF.
114500 5255-EXIT.
114600     EXIT.
114700*
114800******************************************************************
114900*    5300-CHOOSE-VERSION - TAKE THE CANDIDATES LATEST EFFECTIVE  *
115000*    DATE FIRST, AS EUL1 DOES, UNTIL ONE IS FOUND THAT WAS       *
115100*    ALREADY ACTIVE WHEN THE RUN-ID WAS STAMPED.                 *
115200******************************************************************
115300 5300-CHOOSE-VERSION.
115400     SET EUL1-RPL-VER-NOT-FOUND TO TRUE.
115500     SET EUL1-RPL-CAND-REMAIN TO TRUE.
115600     PERFORM 5310-TRY-LATEST-CANDIDATE THRU 5310-EXIT
115700         UNTIL EUL1-RPL-VER-FOUND
115800         OR EUL1-RPL-CAND-EXHAUSTED.
115900 5300-EXIT.
116000     EXIT.
116100*
116200******************************************************************
116300*    5310-TRY-LATEST-CANDIDATE - PICK THE UNTRIED CANDIDATE WITH *
116400*    THE LATEST EFFECTIVE DATE AND RESOLVE ITS IMAGE AS OF THE   *
116500*    RUN.                                                        *
116600******************************************************************
116700 5310-TRY-LATEST-CANDIDATE.
116800     MOVE ZERO TO EUL1-RPL-BEST-X.
116900     PERFORM 5315-TEST-LATEST THRU 5315-EXIT
117000         VARYING EUL1-KDX FROM 1 BY 1
117100         UNTIL EUL1-KDX > EUL1-RPL-CAND-CNT.
117200     IF EUL1-RPL-BEST-X = ZERO
117300         SET EUL1-RPL-CAND-EXHAUSTED TO TRUE
117400         GO TO 5310-EXIT
117500     END-IF.
117600     MOVE 'Y' TO EUL1-RPL-K-USED(EUL1-RPL-BEST-X).
117700     PERFORM 5320-RESOLVE-IMAGE THRU 5320-EXIT.
117800 5310-EXIT.
117900     EXIT.
118000*
118100******************************************************************
118200*    5315-TEST-LATEST - REMEMBER THE UNTRIED CANDIDATE WITH THE  *
118300*    LATEST EFFECTIVE DATE SEEN SO FAR.                          *
118400******************************************************************
118500 5315-TEST-LATEST.
118600     IF EUL1-RPL-K-USED(EUL1-KDX) NOT = 'N'
118700         GO TO 5315-EXIT
118800     END-IF.
118900     IF EUL1-RPL-BEST-X = ZERO
119000         MOVE EUL1-KDX TO EUL1-RPL-BEST-X
119100         GO TO 5315-EXIT
119200     END-IF.
119300     IF EUL1-RPL-K-DATE(EUL1-KDX)
119400             > EUL1-RPL-K-DATE(EUL1-RPL-BEST-X)
119500         MOVE EUL1-KDX TO EUL1-RPL-BEST-X
119600     END-IF.
119700 5315-EXIT.
119800     EXIT.
119900*
120000******************************************************************
120100*    5320-RESOLVE-IMAGE - WORK OUT WHAT THE CHOSEN KEY HELD WHEN *
120200*    THE RUN-ID WAS STAMPED.  AN APPROVAL LOGGED AT OR BEFORE    *
120300*    THE STAMP GIVES THE VALUES (ITS AFTER IMAGE) AND PROVES     *
120400*    THE APPROVAL.  FAILING THAT, THE FIRST APPROVAL LOGGED      *
120500*    AFTER THE STAMP TELLS WHAT WAS ACTIVE BEFORE IT (ITS        *
120600*    BEFORE IMAGE) - OR, WHEN THAT IS EMPTY, THAT THE KEY WAS    *
120700*    NOT YET ACTIVE, SO THE NEXT CANDIDATE IS TRIED.  A KEY      *
120800*    THE LOG NEVER MENTIONS IS TAKEN AS THE LIBRARY OR ARCHIVE   *
120900*    HOLDS IT, WITHOUT A PROVEN APPROVAL.                        *
121000******************************************************************
121100 5320-RESOLVE-IMAGE.
121200     MOVE ZERO TO EUL1-RPL-IN-X.
121300     MOVE ZERO TO EUL1-RPL-OUT-X.
121400     PERFORM 5330-TEST-APPROVAL THRU 5330-EXIT
121500         VARYING EUL1-APX FROM 1 BY 1
121600         UNTIL EUL1-APX > EUL1-RPL-APPR-CNT.
121700     SET EUL1-RPL-NOT-APPROVED TO TRUE.
121800     MOVE SPACES TO EUL1-RPL-APPR-OPER.
121900     MOVE SPACES TO EUL1-RPL-APPR-STAMP.
122000     IF EUL1-RPL-IN-X > ZERO
122100         MOVE EUL1-RPL-A-AFTER(EUL1-RPL-IN-X) TO EUL1-PARM-RECORD
122200         MOVE EUL1-RPL-A-OPER(EUL1-RPL-IN-X) TO EUL1-RPL-APPR-OPER
122300         MOVE EUL1-RPL-A-STAMP(EUL1-RPL-IN-X)
122400             TO EUL1-RPL-APPR-STAMP
122500         MOVE 'CHANGE LOG' TO EUL1-RPL-VER-FROM
122600         SET EUL1-RPL-APPROVED TO TRUE
122700         SET EUL1-RPL-VER-FOUND TO TRUE
122800         GO TO 5320-EXIT
122900     END-IF.
123000     IF EUL1-RPL-OUT-X > ZERO
123100         IF EUL1-RPL-A-BEFORE(EUL1-RPL-OUT-X) = SPACES
123200             GO TO 5320-EXIT
123300         END-IF
123400         MOVE EUL1-RPL-A-BEFORE(EUL1-RPL-OUT-X)
123500             TO EUL1-PARM-RECORD
123600         MOVE 'CHANGE LOG' TO EUL1-RPL-VER-FROM
123700         SET EUL1-RPL-VER-FOUND TO TRUE
123800         GO TO 5320-EXIT
123900     END-IF.
124000     MOVE EUL1-RPL-K-IMAGE(EUL1-RPL-BEST-X) TO EUL1-PARM-RECORD.
124100     MOVE EUL1-RPL-K-FROM(EUL1-RPL-BEST-X) TO EUL1-RPL-VER-FROM.
124200     SET EUL1-RPL-VER-FOUND TO TRUE.
124300 5320-EXIT.
124400     EXIT.
124500*
124600******************************************************************
124700*    5330-TEST-APPROVAL - FOR AN APPROVAL OF THE CHOSEN KEY,     *
124800*    KEEP THE LATEST ONE STAMPED AT OR BEFORE THE RUN-ID AND     *
124900*    THE EARLIEST ONE STAMPED AFTER IT.  THE RUN-ID AND THE      *
125000*    CHANGE-LOG STAMP ARE BOTH CCYYMMDDHHMMSS.                   *
125100******************************************************************
125200 5330-TEST-APPROVAL.
125300     IF EUL1-RPL-A-SET(EUL1-APX) NOT = EUL1-RPL-SET
125400        OR EUL1-RPL-A-DATE(EUL1-APX)
125500             NOT = EUL1-RPL-K-DATE(EUL1-RPL-BEST-X)
125600         GO TO 5330-EXIT
125700     END-IF.
125800     IF EUL1-RPL-A-STAMP(EUL1-APX) NOT > EUL1-RPL-RUN-ID
125900         IF EUL1-RPL-IN-X = ZERO
126000             MOVE EUL1-APX TO EUL1-RPL-IN-X
126100         ELSE
126200             IF EUL1-RPL-A-STAMP(EUL1-APX)
126300                     NOT < EUL1-RPL-A-STAMP(EUL1-RPL-IN-X)
126400                 MOVE EUL1-APX TO EUL1-RPL-IN-X
126500             END-IF
126600         END-IF
126700         GO TO 5330-EXIT
126800     END-IF.
126900     IF EUL1-RPL-OUT-X = ZERO
127000         MOVE EUL1-APX TO EUL1-RPL-OUT-X
127100     ELSE
127200         IF EUL1-RPL-A-STAMP(EUL1-APX)
127300                 < EUL1-RPL-A-STAMP(EUL1-RPL-OUT-X)
127400             MOVE EUL1-APX TO EUL1-RPL-OUT-X
127500         END-IF
127600     END-IF.
127700 5330-EXIT.
127800     EXIT.
127900*
128000******************************************************************
128100*    5500-EDIT-VERSION - EDIT THE RECONSTRUCTED VERSION EXACTLY  *
128200*    AS EUL1 EDITS A RESOLVED CARD, NORMALIZING THE BOUND AND    *
128300*    EXCLUSION FIELDS FOR THE MODES THAT DO NOT USE THEM, AND    *
128400*    SET THE CALCULATION LOWER BOUND.                            *
128500******************************************************************
128600 5500-EDIT-VERSION.
128700     SET EUL1-RPL-EDIT-OK TO TRUE.
128800     IF EUL1-PRM-LIMIT NOT NUMERIC
128900        OR EUL1-PRM-LIMIT = ZERO
129000         SET EUL1-RPL-EDIT-ERROR TO TRUE
129100         GO TO 5500-EXIT
129200     END-IF.
129300     IF EUL1-PRM-DIVISOR-CNT NOT NUMERIC
129400        OR EUL1-PRM-DIVISOR-CNT = ZERO
129500        OR EUL1-PRM-DIVISOR-CNT > 10
129600         SET EUL1-RPL-EDIT-ERROR TO TRUE
129700         GO TO 5500-EXIT
129800     END-IF.
129900     PERFORM 5510-EDIT-ONE-DIVISOR THRU 5510-EXIT
130000         VARYING EUL1-DVX FROM 1 BY 1
130100         UNTIL EUL1-DVX > EUL1-PRM-DIVISOR-CNT
130200         OR EUL1-RPL-EDIT-ERROR.
130300     IF EUL1-RPL-EDIT-ERROR
130400         GO TO 5500-EXIT
130500     END-IF.
130600     IF NOT EUL1-PRM-MODE-CLASSIC
130700        AND NOT EUL1-PRM-MODE-RANGE
130800        AND NOT EUL1-PRM-MODE-EXCLUDE
130900        AND NOT EUL1-PRM-MODE-BOTH
131000         SET EUL1-RPL-EDIT-ERROR TO TRUE
131100         GO TO 5500-EXIT
131200     END-IF.
131300     IF NOT EUL1-PRM-MODE-RANGED
131400         MOVE 1 TO EUL1-PRM-LOWER
131500     END-IF.
131600     IF NOT EUL1-PRM-MODE-EXCLUDING
131700         MOVE ZERO TO EUL1-PRM-EXCL-CNT
131800         PERFORM 5520-CLEAR-ONE-EXCLUSION THRU 5520-EXIT
131900             VARYING EUL1-XDX FROM 1 BY 1
132000             UNTIL EUL1-XDX > 10
132100     END-IF.
132200     IF EUL1-PRM-MODE-RANGED
132300         IF EUL1-PRM-LOWER NOT NUMERIC
132400            OR EUL1-PRM-LOWER = ZERO
132500            OR EUL1-PRM-LOWER NOT < EUL1-PRM-LIMIT
132600             SET EUL1-RPL-EDIT-ERROR TO TRUE
132700             GO TO 5500-EXIT
132800         END-IF
132900     END-IF.
133000     IF EUL1-PRM-MODE-EXCLUDING
133100         IF EUL1-PRM-EXCL-CNT NOT NUMERIC
133200            OR EUL1-PRM-EXCL-CNT = ZERO
133300            OR EUL1-PRM-EXCL-CNT > 10
133400             SET EUL1-RPL-EDIT-ERROR TO TRUE
133500             GO TO 5500-EXIT
133600         END-IF
133700         PERFORM 5530-EDIT-ONE-EXCLUSION THRU 5530-EXIT
133800             VARYING EUL1-XDX FROM 1 BY 1
133900             UNTIL EUL1-XDX > EUL1-PRM-EXCL-CNT
134000             OR EUL1-RPL-EDIT-ERROR
134100     END-IF.
134200     IF EUL1-RPL-EDIT-OK
134300         MOVE EUL1-PRM-LOWER TO EUL1-CALC-LOWER
134400     END-IF.
134500 5500-EXIT.
134600     EXIT.
134700*
134800******************************************************************
134900*    5510-EDIT-ONE-DIVISOR - A DIVISOR MUST BE NUMERIC AND       *
135000*    NONZERO.                                                    *
135100******************************************************************
135200 5510-EDIT-ONE-DIVISOR.
135300     IF EUL1-PRM-DIVISORS(EUL1-DVX) NOT NUMERIC
135400        OR EUL1-PRM-DIVISORS(EUL1-DVX) = ZERO
135500         SET EUL1-RPL-EDIT-ERROR TO TRUE
135600     END-IF.
135700 5510-EXIT.
135800     EXIT.
135900*
136000******************************************************************
136100*    5520-CLEAR-ONE-EXCLUSION - EMPTY ONE EXCLUSION SLOT FOR A   *
136200*    MODE THAT DOES NOT EXCLUDE.                                 *
136300******************************************************************
136400 5520-CLEAR-ONE-EXCLUSION.
136500     MOVE ZERO TO EUL1-PRM-EXCL-DIVS(EUL1-XDX).
136600 5520-EXIT.
136700     EXIT.
136800*
136900******************************************************************
137000*    5530-EDIT-ONE-EXCLUSION - AN EXCLUSION DIVISOR MUST BE      *
137100*    NUMERIC AND NONZERO.                                        *
137200******************************************************************
137300 5530-EDIT-ONE-EXCLUSION.
137400     IF EUL1-PRM-EXCL-DIVS(EUL1-XDX) NOT NUMERIC
137500        OR EUL1-PRM-EXCL-DIVS(EUL1-XDX) = ZERO
137600         SET EUL1-RPL-EDIT-ERROR TO TRUE
137700     END-IF.
137800 5530-EXIT.
137900     EXIT.
138000*
138100******************************************************************
138200*    5600-COMPARE-PARMS - COMPARE THE RECONSTRUCTED VERSION,     *
138300*    FIELD BY FIELD, WITH THE PARAMETERS THE AUDIT ROW RECORDS.  *
138400******************************************************************
138500 5600-COMPARE-PARMS.
138600     SET EUL1-RPL-PARMS-AGREE TO TRUE.
138700     IF EUL1-PRM-LIMIT NOT = EUL1-AUD-LIMIT
138800        OR EUL1-PRM-DIVISOR-CNT NOT = EUL1-AUD-DIVISOR-CNT
138900        OR EUL1-PRM-MODE NOT = EUL1-AUD-MODE
139000        OR EUL1-PRM-LOWER NOT = EUL1-AUD-LOWER
139100        OR EUL1-PRM-EXCL-CNT NOT = EUL1-AUD-EXCL-CNT
139200         SET EUL1-RPL-PARMS-DIFFER TO TRUE
139300         GO TO 5600-EXIT
139400     END-IF.
139500     PERFORM 5610-COMPARE-ONE-SLOT THRU 5610-EXIT
139600         VARYING EUL1-LDX FROM 1 BY 1
139700         UNTIL EUL1-LDX > 10
139800         OR EUL1-RPL-PARMS-DIFFER.
139900 5600-EXIT.
140000     EXIT.
140100*
140200******************************************************************
140300*    5610-COMPARE-ONE-SLOT - COMPARE ONE DIVISOR SLOT AND ONE    *
140400*    EXCLUSION SLOT.                                             *
140500******************************************************************
140600 5610-COMPARE-ONE-SLOT.
140700     IF EUL1-PRM-DIVISORS(EUL1-LDX)
140800             NOT = EUL1-AUD-DIVISORS(EUL1-LDX)
140900        OR EUL1-PRM-EXCL-DIVS(EUL1-LDX)
141000             NOT = EUL1-AUD-EXCL-DIVS(EUL1-LDX)
141100         SET EUL1-RPL-PARMS-DIFFER TO TRUE
141200     END-IF.
141300 5610-EXIT.
141400     EXIT.
141500*
141600******************************************************************
141700*    5700-PRINT-RESULT - PRINT WHETHER THE PARAMETERS AND THE    *
141800*    SUM AGREE, WHERE THE VERSION WAS REBUILT FROM, AND WHETHER  *
141900*    IT CARRIES A MATCHING APPROVAL ON THE CHANGE LOG.           *
142000******************************************************************
142100 5700-PRINT-RESULT.
142200     IF EUL1-RPL-PARMS-DIFFER
142300         MOVE 'DIFFER' TO EUL1-QRP-S-PARMS
142400     ELSE
142500         MOVE 'AGREE' TO EUL1-QRP-S-PARMS
142600     END-IF.
142700     MOVE EUL1-RPL-VER-FROM TO EUL1-QRP-S-FROM.
142800     MOVE SPACES TO EUL1-QRP-S-APPR.
142900     IF EUL1-RPL-APPROVED
143000         STRING 'APPROVED BY ' DELIMITED BY SIZE
143100                EUL1-RPL-APPR-OPER DELIMITED BY SPACE
143200                ' AT ' DELIMITED BY SIZE
143300                EUL1-RPL-APPR-STAMP DELIMITED BY SIZE
143400                INTO EUL1-QRP-S-APPR
143500         END-STRING
143600     ELSE
143700         MOVE 'NO MATCHING APPROVAL ON THE CHANGE LOG'
143800             TO EUL1-QRP-S-APPR
143900     END-IF.
144000     MOVE EUL1-QRP-RESULT TO EUL1-QRP-PRINT-LINE.
144100     WRITE EUL1-QRP-PRINT-LINE.
144200 5700-EXIT.
144300     EXIT.
144400*
144500******************************************************************
144600*    6000-COMPUTE-SUM - SUM THE MULTIPLES OF THE PARAMETER       *
144700*    DIVISORS BY INCLUSION-EXCLUSION OVER EVERY NON-EMPTY        *
144800*    SUBSET OF THE DIVISOR LIST, EXACTLY AS EUL1'S 2000-PROCESS  *
144900*    DOES, LEAVING THE TOTAL IN SUM-OF-MULTIPLES.                *
145000******************************************************************
145100 6000-COMPUTE-SUM.
145200     MOVE ZERO TO SUM-OF-MULTIPLES.
145300     COMPUTE EUL1-CALC-NBITS =
145400         EUL1-PRM-DIVISOR-CNT + EUL1-PRM-EXCL-CNT.
145500     COMPUTE EUL1-SUBSET-LIMIT =
145600         (2 ** EUL1-CALC-NBITS) - 1.
145700     PERFORM 6100-ADD-SUBSET-TERM THRU 6100-EXIT
145800         VARYING EUL1-SUBSET-IDX FROM 1 BY 1
145900         UNTIL EUL1-SUBSET-IDX > EUL1-SUBSET-LIMIT.
146000 6000-EXIT.
146100     EXIT.
146200*
146300******************************************************************
146400*    6100-ADD-SUBSET-TERM - ADD OR SUBTRACT ONE SUBSET'S SUM OF  *
146500*    MULTIPLES OF ITS LCM, DEPENDING ON WHETHER THE SUBSET HAS   *
146600*    AN ODD OR EVEN NUMBER OF DIVISORS IN IT.  A SUBSET OF       *
146700*    EXCLUSION DIVISORS ALONE CONTRIBUTES NOTHING.               *
146800******************************************************************
146900 6100-ADD-SUBSET-TERM.
147000     PERFORM 6110-DECODE-SUBSET THRU 6110-EXIT.
147100     IF EUL1-SUBSET-INC-CNT = ZERO
147200         GO TO 6100-EXIT
147300     END-IF.
147400     PERFORM 6120-SUM-MULTIPLES-OF-LCM THRU 6120-EXIT.
147500     IF FUNCTION MOD(EUL1-SUBSET-COUNT, 2) = 1
147600         ADD EUL1-SUBSET-TERM TO SUM-OF-MULTIPLES
147700     ELSE
147800         SUBTRACT EUL1-SUBSET-TERM FROM SUM-OF-MULTIPLES
147900     END-IF.
148000 6100-EXIT.
148100     EXIT.
148200*
148300******************************************************************
148400*    6110-DECODE-SUBSET - WORK OUT WHICH DIVISORS THE SUBSET     *
148500*    NUMBER REPRESENTS (BIT J STANDS FOR DIVISOR J, WITH THE     *
148600*    EXCLUSION DIVISORS ON THE BITS ABOVE THE INCLUDE LIST),     *
148700*    COUNTING THEM AND COMBINING THEIR LCM AS EACH IS FOUND.     *
148800******************************************************************
148900 6110-DECODE-SUBSET.
149000     MOVE 1 TO EUL1-SUBSET-LCM.
149100     MOVE 0 TO EUL1-SUBSET-COUNT.
149200     MOVE 0 TO EUL1-SUBSET-INC-CNT.
149300     PERFORM 6115-DECODE-ONE-BIT THRU 6115-EXIT
149400         VARYING EUL1-DVX FROM 1 BY 1
149500         UNTIL EUL1-DVX > EUL1-CALC-NBITS.
149600 6110-EXIT.
149700     EXIT.
149800*
149900******************************************************************
150000*    6115-DECODE-ONE-BIT - TEST ONE BIT OF THE SUBSET NUMBER AND *
150100*    FOLD ITS DIVISOR INTO THE SUBSET WHEN THE BIT IS ON.        *
150200******************************************************************
150300 6115-DECODE-ONE-BIT.
150400     COMPUTE EUL1-BIT-VALUE = 2 ** (EUL1-DVX - 1).
150500     COMPUTE EUL1-BIT-TEST = FUNCTION MOD(
150600         FUNCTION INTEGER(EUL1-SUBSET-IDX / EUL1-BIT-VALUE), 2).
150700     IF EUL1-BIT-TEST NOT = 1
150800         GO TO 6115-EXIT
150900     END-IF.
151000     ADD 1 TO EUL1-SUBSET-COUNT.
151100     IF EUL1-DVX > EUL1-PRM-DIVISOR-CNT
151200         COMPUTE EUL1-XDX = EUL1-DVX - EUL1-PRM-DIVISOR-CNT
151300         MOVE EUL1-PRM-EXCL-DIVS(EUL1-XDX) TO EUL1-WORK-DIVISOR
151400     ELSE
151500         ADD 1 TO EUL1-SUBSET-INC-CNT
151600         MOVE EUL1-PRM-DIVISORS(EUL1-DVX) TO EUL1-WORK-DIVISOR
151700     END-IF.
151800     PERFORM 6130-COMBINE-LCM THRU 6130-EXIT.
151900 6115-EXIT.
152000     EXIT.
152100*
152200******************************************************************
152300*    6120-SUM-MULTIPLES-OF-LCM - THE CLOSED-FORM SUM OF EVERY    *
152400*    MULTIPLE OF EUL1-SUBSET-LCM FROM THE LOWER BOUND UP TO,     *
152500*    BUT NOT INCLUDING, THE UPPER LIMIT.                         *
152600******************************************************************
152700 6120-SUM-MULTIPLES-OF-LCM.
152800     IF EUL1-SUBSET-LCM > EUL1-PRM-LIMIT - 1
152900         MOVE 0 TO EUL1-SUBSET-TERM
153000     ELSE
153100         COMPUTE EUL1-SUBSET-M = FUNCTION INTEGER(
153200             (EUL1-PRM-LIMIT - 1) / EUL1-SUBSET-LCM)
153300         COMPUTE EUL1-SUBSET-M0 = FUNCTION INTEGER(
153400             (EUL1-CALC-LOWER - 1) / EUL1-SUBSET-LCM)
153500         COMPUTE EUL1-SUBSET-TERM = EUL1-SUBSET-LCM *
153600             EUL1-SUBSET-M * (EUL1-SUBSET-M + 1) / 2
153700             - EUL1-SUBSET-LCM *
153800             EUL1-SUBSET-M0 * (EUL1-SUBSET-M0 + 1) / 2
153900     END-IF.
154000 6120-EXIT.
154100     EXIT.
154200*
154300******************************************************************
154400*    6130-COMBINE-LCM - FOLD ONE MORE DIVISOR INTO THE RUNNING   *
154500*    LCM FOR THE SUBSET BEING DECODED, CLAMPING THE RESULT ONCE  *
154600*    IT EXCEEDS THE LIMIT.                                       *
154700******************************************************************
154800 6130-COMBINE-LCM.
154900     MOVE EUL1-SUBSET-LCM TO EUL1-GCD-A.
155000     MOVE EUL1-WORK-DIVISOR TO EUL1-GCD-B.
155100     PERFORM 6140-COMPUTE-GCD THRU 6140-EXIT.
155200     COMPUTE EUL1-SUBSET-LCM = EUL1-SUBSET-LCM *
155300         EUL1-WORK-DIVISOR / EUL1-GCD-RESULT.
155400     IF EUL1-SUBSET-LCM > EUL1-PRM-LIMIT
155500         COMPUTE EUL1-SUBSET-LCM = EUL1-PRM-LIMIT + 1
155600     END-IF.
155700 6130-EXIT.
155800     EXIT.
155900*
156000******************************************************************
156100*    6140-COMPUTE-GCD - EUCLID'S ALGORITHM, ITERATING THROUGH    *
156200*    6141-GCD-STEP UNTIL THE REMAINDER REACHES ZERO.             *
156300******************************************************************
156400 6140-COMPUTE-GCD.
156500     MOVE EUL1-GCD-A TO EUL1-GCD-X.
156600     MOVE EUL1-GCD-B TO EUL1-GCD-Y.
156700     PERFORM 6141-GCD-STEP THRU 6141-EXIT UNTIL EUL1-GCD-Y = 0.
156800     MOVE EUL1-GCD-X TO EUL1-GCD-RESULT.
156900 6140-EXIT.
157000     EXIT.
157100*
157200******************************************************************
157300*    6141-GCD-STEP - ONE STEP OF EUCLID'S ALGORITHM.             *
157400******************************************************************
157500 6141-GCD-STEP.
157600     COMPUTE EUL1-GCD-TEMP = FUNCTION MOD(EUL1-GCD-X, EUL1-GCD-Y).
157700     MOVE EUL1-GCD-Y TO EUL1-GCD-X.
157800     MOVE EUL1-GCD-TEMP TO EUL1-GCD-Y.
157900 6141-EXIT.
158000     EXIT.
158100*
158200******************************************************************
158300*    7000-BUILD-LIST-TEXT - FORMAT A DIVISOR LIST AS A COMMA-    *
158400*    SEPARATED STRING FOR THE REPORT.  EUL1-RPL-LIST-SRC NAMES   *
158500*    THE LIST: AUDIT OR RECONSTRUCTED, DIVISORS OR EXCLUSIONS.   *
158600******************************************************************
158700 7000-BUILD-LIST-TEXT.
158800     MOVE SPACES TO EUL1-RPL-LIST-TEXT.
158900     PERFORM 7100-LOAD-ONE-SLOT THRU 7100-EXIT
159000         VARYING EUL1-LDX FROM 1 BY 1
159100         UNTIL EUL1-LDX > 10.
159200     IF EUL1-RPL-LIST-CNT NOT NUMERIC
159300        OR EUL1-RPL-LIST-CNT > 10
159400         GO TO 7000-EXIT
159500     END-IF.
159600     PERFORM 7200-ADD-ONE-ENTRY THRU 7200-EXIT
159700         VARYING EUL1-LDX FROM 1 BY 1
159800         UNTIL EUL1-LDX > EUL1-RPL-LIST-CNT.
159900 7000-EXIT.
160000     EXIT.
160100*
160200******************************************************************
160300*    7100-LOAD-ONE-SLOT - COPY ONE SLOT OF THE NAMED LIST INTO   *
160400*    THE FORMATTING AREA.                                        *
160500******************************************************************
160600 7100-LOAD-ONE-SLOT.
160700     EVALUATE EUL1-RPL-LIST-SRC
160800         WHEN 'AD'
160900             MOVE EUL1-AUD-DIVISORS(EUL1-LDX)
161000                 TO EUL1-RPL-LIST-DIV(EUL1-LDX)
161100         WHEN 'AX'
161200             MOVE EUL1-AUD-EXCL-DIVS(EUL1-LDX)
161300                 TO EUL1-RPL-LIST-DIV(EUL1-LDX)
161400         WHEN 'PD'
161500             MOVE EUL1-PRM-DIVISORS(EUL1-LDX)
161600                 TO EUL1-RPL-LIST-DIV(EUL1-LDX)
161700         WHEN OTHER
161800             MOVE EUL1-PRM-EXCL-DIVS(EUL1-LDX)
161900                 TO EUL1-RPL-LIST-DIV(EUL1-LDX)
162000     END-EVALUATE.
162100 7100-EXIT.
162200     EXIT.
162300*
162400******************************************************************
162500*    7200-ADD-ONE-ENTRY - APPEND ONE DIVISOR TO THE LIST.        *
162600******************************************************************
162700 7200-ADD-ONE-ENTRY.
162800     MOVE EUL1-RPL-LIST-DIV(EUL1-LDX) TO EUL1-RPL-LIST-ED.
162900     IF EUL1-LDX = 1
163000         STRING FUNCTION TRIM(EUL1-RPL-LIST-ED)
163100             DELIMITED BY SIZE
163200             INTO EUL1-RPL-LIST-TEXT
163300         END-STRING
163400     ELSE
163500         STRING FUNCTION TRIM(EUL1-RPL-LIST-TEXT)
163600             DELIMITED BY SIZE
163700             ','
163800             DELIMITED BY SIZE
163900             FUNCTION TRIM(EUL1-RPL-LIST-ED)
164000             DELIMITED BY SIZE
164100             INTO EUL1-RPL-LIST-TEXT
164200         END-STRING
164300     END-IF.
164400 7200-EXIT.
164500     EXIT.
164600*
164700******************************************************************
164800*    7900-WRITE-NOTE - PRINT THE NOTE LINE SET UP BY THE CALLER. *
164900******************************************************************
165000 7900-WRITE-NOTE.
165100     MOVE EUL1-QRP-NOTE TO EUL1-QRP-PRINT-LINE.
165200     WRITE EUL1-QRP-PRINT-LINE.
165300 7900-EXIT.
165400     EXIT.
165500*
165600******************************************************************
165700*    8000-TERMINATE - WRITE THE CLOSING COUNTS, CLOSE THE FILES, *
165800*    AND SET THE CONDITION CODE.                                 *
165900******************************************************************
166000 8000-TERMINATE.
166100     MOVE SPACES TO EUL1-QRP-PRINT-LINE.
166200     WRITE EUL1-QRP-PRINT-LINE.
166300     MOVE 'AUDIT ROWS SELECTED . . . . :' TO EUL1-QRP-C-LABEL.
166400     MOVE EUL1-RPL-CNT TO EUL1-QRP-C-VALUE.
166500     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
166600     MOVE '  FROM THE LIVE AUDIT TRAIL :' TO EUL1-QRP-C-LABEL.
166700     MOVE EUL1-RPL-LIVE-CNT TO EUL1-QRP-C-VALUE.
166800     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
166900     MOVE '  FROM THE AUDIT ARCHIVE  . :' TO EUL1-QRP-C-LABEL.
167000     MOVE EUL1-RPL-ARCH-CNT TO EUL1-QRP-C-VALUE.
167100     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
167200     MOVE 'RUNS REPLAYED . . . . . . . :' TO EUL1-QRP-C-LABEL.
167300     MOVE EUL1-RPL-REPLAYED TO EUL1-QRP-C-VALUE.
167400     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
167500     MOVE 'ROWS NOT REPLAYED . . . . . :' TO EUL1-QRP-C-LABEL.
167600     MOVE EUL1-RPL-NOTREP-CNT TO EUL1-QRP-C-VALUE.
167700     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
167800     MOVE 'NO VERSION IN EFFECT  . . . :' TO EUL1-QRP-C-LABEL.
167900     MOVE EUL1-RPL-NOVER-CNT TO EUL1-QRP-C-VALUE.
168000     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
168100     MOVE 'PARAMETERS DIFFER . . . . . :' TO EUL1-QRP-C-LABEL.
168200     MOVE EUL1-RPL-PDIFF-CNT TO EUL1-QRP-C-VALUE.
168300     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
168400     MOVE 'SUM DIFFERS . . . . . . . . :' TO EUL1-QRP-C-LABEL.
168500     MOVE EUL1-RPL-SDIFF-CNT TO EUL1-QRP-C-VALUE.
168600     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
168700     MOVE 'NO MATCHING APPROVAL  . . . :' TO EUL1-QRP-C-LABEL.
168800     MOVE EUL1-RPL-NOAPPR-CNT TO EUL1-QRP-C-VALUE.
168900     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
169000     CLOSE EUL1-REPORT-FILE.
169100     IF EUL1-PRM-OPEN
169200         CLOSE EUL1-PARMS-FILE
169300     END-IF.
169400     IF EUL1-RPL-SKIP-CNT > ZERO
169500         DISPLAY 'EUL1RPL - UNREADABLE ROWS SKIPPED: '
169600             EUL1-RPL-SKIP-CNT
169700         MOVE 4 TO RETURN-CODE
169800     END-IF.
169900     IF EUL1-RPL-FULL-MSG-SHOWN
170000        OR EUL1-RPL-APPR-FULL
170100        OR EUL1-RPL-ARC-FULL
170200        OR EUL1-RPL-CAND-FULL
170300         MOVE 4 TO RETURN-CODE
170400     END-IF.
170500     IF EUL1-RPL-NOVER-CNT > ZERO
170600        OR EUL1-RPL-PDIFF-CNT > ZERO
170700        OR EUL1-RPL-SDIFF-CNT > ZERO
170800        OR EUL1-RPL-NOAPPR-CNT > ZERO
170900         MOVE 4 TO RETURN-CODE
171000     END-IF.
171100     IF EUL1-RPL-BAL-FAILED
171200         MOVE 12 TO RETURN-CODE
171210         MOVE SPACES TO EUL1-EXQ-RECORD
171220         SET EUL1-EXQ-SEV-IMBALANCE TO TRUE
171225         STRING 'AUDIT TRAIL OR ARCHIVE CONTROL '
171230                'BLOCKS OUT OF BALANCE'
171235                DELIMITED BY SIZE
171240                INTO EUL1-EXQ-MESSAGE
171245         END-STRING
171250         PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT
171300     END-IF.
171400 8000-EXIT.
171500     EXIT.
171600*
171700******************************************************************
171800*    8100-WRITE-COUNT - PRINT ONE CLOSING COUNT LINE.            *
171900******************************************************************
172000 8100-WRITE-COUNT.
172100     MOVE EUL1-QRP-COUNT TO EUL1-QRP-PRINT-LINE.
172200     WRITE EUL1-QRP-PRINT-LINE.
172300 8100-EXIT.
172400     EXIT.
172500*
172502******************************************************************
172504*    8960-QUEUE-EXCEPTION - RAISE AN OPEN EXCEPTION ON THE       *
172506*    SHARED EXCEPTION QUEUE.  THE CALLER HAS FILLED THE RUN-ID,  *
172508*    SCENARIO, SEVERITY, AND MESSAGE; THE KEY IS THE CURRENT     *
172510*    DATE AND TIME, THE PROGRAM, AND A SEQUENCE NUMBER WITHIN    *
172512*    THE RUN.  THE QUEUE IS OPENED ONLY FOR THE ONE WRITE, AND A *
172514*    QUEUE THAT CANNOT BE OPENED IS REPORTED BUT NEVER FAILS     *
172516*    THE STEP.                                                   *
172518******************************************************************
172520 8960-QUEUE-EXCEPTION.
172522     ACCEPT EUL1-EXQ-RAISED-DATE FROM DATE YYYYMMDD.
172524     ACCEPT EUL1-EXQ-RAISED-TIME FROM TIME.
172526     MOVE 'EUL1RPL' TO EUL1-EXQ-PROGRAM.
172528     ADD 1 TO EUL1-EXQ-RAISED-CNT.
172530     MOVE EUL1-EXQ-RAISED-CNT TO EUL1-EXQ-SEQ.
172532     SET EUL1-EXQ-OPEN TO TRUE.
172534     MOVE SPACES TO EUL1-EXQ-ACK-OPERATOR.
172536     MOVE SPACES TO EUL1-EXQ-ACK-TIMESTAMP.
172538     MOVE SPACES TO EUL1-EXQ-ACK-COMMENT.
172540     MOVE SPACES TO EUL1-EXQ-RES-OPERATOR.
172542     MOVE SPACES TO EUL1-EXQ-RES-TIMESTAMP.
172544     MOVE SPACES TO EUL1-EXQ-RES-COMMENT.
172546     OPEN I-O EUL1-EXCEPTION-FILE.
172548     IF EUL1-EXQ-FILE-NEW
172550         OPEN OUTPUT EUL1-EXCEPTION-FILE
172552         CLOSE EUL1-EXCEPTION-FILE
172554         OPEN I-O EUL1-EXCEPTION-FILE
172556     END-IF.
172558     IF NOT EUL1-EXQ-FILE-OK
172560         DISPLAY 'EUL1RPL - EXCEPTION QUEUE NOT AVAILABLE - '
172562             'STATUS ' EUL1-EXQ-FILE-STATUS ' - NOT QUEUED:'
172564         DISPLAY '  ' EUL1-EXQ-MESSAGE
172566         GO TO 8960-EXIT
172568     END-IF.
172570     MOVE EUL1-EXQ-RECORD TO EUL1-EXQ-CARD.
172572     WRITE EUL1-EXQ-CARD
172574         INVALID KEY
172576             DISPLAY 'EUL1RPL - EXCEPTION QUEUE WRITE FAILED - '
172578                 'NOT QUEUED:'
172580             DISPLAY '  ' EUL1-EXQ-MESSAGE
172582     END-WRITE.
172584     CLOSE EUL1-EXCEPTION-FILE.
172586 8960-EXIT.
172588     EXIT.
172590*
172600******************************************************************
172700*    9999-EXIT - FATAL ERROR EXIT.  THE RETURN-CODE HAS ALREADY  *
172800*    BEEN SET BY THE PARAGRAPH THAT DETECTED THE ERROR.          *
172900******************************************************************
173000 9999-EXIT.
173100     STOP RUN.
