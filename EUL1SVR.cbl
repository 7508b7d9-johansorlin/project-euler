000100******************************************************************
000200*                                                                *
000300*    PROGRAM:     EUL1SVR                                       *
000400*    AUTHOR:      J. D. MERCER                                  *
000500*    INSTALLATION: DATA PROCESSING                              *
000600*    DATE-WRITTEN: OCTOBER 2026                                 *
000700*                                                                *
000800*    DESCRIPTION:                                               *
000900*        SECURITY VIOLATION AND ACCESS REVIEW REPORT.           *
001000*        EUL1MNT, EUL1LOD, EUL1BKO, EUL1CLM, EUL1EXM, EUL1RGM,  *
001100*        AND EUL1RLM REFUSE AN ACTION WHOSE ROLE THE OPERATOR   *
001200*        DOES NOT HOLD ON THE OPERATOR AUTHORITY FILE           *
001300*        (EUL1OPA) AND LOG EACH REFUSAL TO THE SECURITY         *
001400*        VIOLATION FILE (EUL1SEC).  THIS REPORT LISTS THE       *
001500*        REFUSALS LOGGED IN THE PERIOD ON THE EUL1VPM CARD -    *
001600*        WHEN, BY WHICH PROGRAM, THE OPERATOR, THE ROLE         *
001700*        REQUIRED, THE REASON, AND THE ACTION ATTEMPTED - AND   *
001800*        THEN EVERY ROLE ON THE AUTHORITY FILE DUE TO EXPIRE    *
001900*        WITHIN THE WARNING WINDOW, SO THE ACCESS REVIEW CAN    *
002000*        RENEW OR LET IT LAPSE.  A ROLE WHOSE DATES ARE NOT     *
002100*        VALID IS LISTED TOO, SINCE IT IS REFUSED WHATEVER THE  *
002200*        DATE.  ANY REFUSAL IN THE PERIOD, ANY ROLE WITH DATES  *
002300*        NOT VALID, OR A MISSING AUTHORITY FILE ENDS THE STEP   *
002400*        WITH CONDITION CODE 4.  NOTHING IS EVER WRITTEN BUT    *
002500*        THIS REPORT.                                           *
002600*                                                                *
002700*    MODIFICATION HISTORY:                                      *
002800*        OCT2026  JDM  ORIGINAL PROGRAM.                        *
002900*                                                                *
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. EUL1SVR.
003300 AUTHOR. J. D. MERCER.
003400 INSTALLATION. DATA PROCESSING.
003500 DATE-WRITTEN. OCTOBER 2026.
003600 DATE-COMPILED.
003700*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT EUL1-SVRPARM-FILE ASSIGN TO EUL1VPM
004200                             ORGANIZATION IS SEQUENTIAL
004300                             FILE STATUS IS EUL1-VPM-FILE-STATUS.
004400*
004500     SELECT EUL1-SECLOG-FILE ASSIGN TO EUL1SEC
004600                             ORGANIZATION IS SEQUENTIAL
004700                             FILE STATUS IS EUL1-SEC-FILE-STATUS.
004800*
004900     SELECT EUL1-AUTHORITY-FILE ASSIGN TO EUL1OPA
005000                             ORGANIZATION IS INDEXED
005100                             ACCESS MODE IS SEQUENTIAL
005200                             RECORD KEY IS EUL1-OPA-KEY
005300                             FILE STATUS IS EUL1-OPA-FILE-STATUS.
005400*
005500     SELECT EUL1-REPORT-FILE ASSIGN TO EUL1VRP
005600                             ORGANIZATION IS SEQUENTIAL
005700                             FILE STATUS IS EUL1-VRP-FILE-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  EUL1-SVRPARM-FILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 80 CHARACTERS.
006400 01  EUL1-VPM-CARD           PIC X(80).
006500*
006600 FD  EUL1-SECLOG-FILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 200 CHARACTERS.
006900 01  EUL1-SEC-CARD           PIC X(200).
007000*
007100 FD  EUL1-AUTHORITY-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 200 CHARACTERS.
007400 01  EUL1-OPA-CARD.
007500     05  EUL1-OPA-KEY            PIC X(08).
007600     05  FILLER                  PIC X(192).
007700*
007800 FD  EUL1-REPORT-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 132 CHARACTERS.
008100 01  EUL1-VRP-PRINT-LINE     PIC X(132).
008200*
008300 WORKING-STORAGE SECTION.
008400*
008500******************************************************************
008600*    SECURITY VIOLATION RECORD WORKING STORAGE                  *
008700******************************************************************
008800 COPY EUL1SEC.
008900*
009000******************************************************************
009100*    OPERATOR AUTHORITY RECORD WORKING STORAGE                  *
009200******************************************************************
009300 COPY EUL1OPA.
009400*
009500******************************************************************
009600*    ACCESS REVIEW REPORT PRINT LINES                           *
009700******************************************************************
009800 COPY EUL1VRP.
009900*
010000******************************************************************
010100*    REPORT PARAMETER CARD LAYOUT.  COLUMNS 1-8 FIRST DAY OF    *
010200*    REFUSALS TO REPORT (CCYYMMDD), 10-17 LAST DAY (CCYYMMDD),  *
010300*    19-21 EXPIRY WARNING WINDOW IN DAYS (001-366).  A BLANK    *
010400*    FIELD TAKES ITS DEFAULT.                                   *
010500******************************************************************
010600 01  EUL1-SVR-PARM-RECORD.
010700     05  EUL1-SVR-P-FROM     PIC X(08).
010800     05  EUL1-SVR-P-FROM-N   REDEFINES EUL1-SVR-P-FROM
010900                             PIC 9(08).
011000     05  FILLER              PIC X(01).
011100     05  EUL1-SVR-P-THRU     PIC X(08).
011200     05  EUL1-SVR-P-THRU-N   REDEFINES EUL1-SVR-P-THRU
011300                             PIC 9(08).
011400     05  FILLER              PIC X(01).
011500     05  EUL1-SVR-P-DAYS     PIC X(03).
011600     05  EUL1-SVR-P-DAYS-N   REDEFINES EUL1-SVR-P-DAYS
011700                             PIC 9(03).
011800     05  FILLER              PIC X(59).
011900*
012000******************************************************************
012100*    SWITCHES                                                   *
012200******************************************************************
012300 77  EUL1-VPM-FILE-STATUS    PIC X(02) VALUE '00'.
012400     88  EUL1-VPM-FILE-OK    VALUE '00'.
012500     88  EUL1-VPM-FILE-NEW   VALUE '35'.
012600*
012700 77  EUL1-SEC-FILE-STATUS    PIC X(02) VALUE '00'.
012800     88  EUL1-SEC-FILE-OK    VALUE '00'.
012900     88  EUL1-SEC-FILE-NEW   VALUE '35'.
013000*
013100 77  EUL1-OPA-FILE-STATUS    PIC X(02) VALUE '00'.
013200     88  EUL1-OPA-FILE-OK    VALUE '00'.
013300     88  EUL1-OPA-FILE-NEW   VALUE '35'.
013400*
013500 77  EUL1-VRP-FILE-STATUS    PIC X(02) VALUE '00'.
013600     88  EUL1-VRP-FILE-OK    VALUE '00'.
013700     88  EUL1-VRP-FILE-NEW   VALUE '35'.
013800*
013900 77  EUL1-VPM-EOF-SW         PIC X(01) VALUE 'N'.
014000     88  EUL1-VPM-EOF        VALUE 'Y'.
014100*
014200 77  EUL1-SEC-EOF-SW         PIC X(01) VALUE 'N'.
014300     88  EUL1-SEC-EOF        VALUE 'Y'.
014400*
014500 77  EUL1-OPA-EOF-SW         PIC X(01) VALUE 'N'.
014600     88  EUL1-OPA-EOF        VALUE 'Y'.
014700*
014800 77  EUL1-SVR-OPA-SW         PIC X(01) VALUE 'Y'.
014900     88  EUL1-SVR-OPA-PRESENT VALUE 'Y'.
015000     88  EUL1-SVR-OPA-MISSING VALUE 'N'.
015100*
015200******************************************************************
015300*    WORKING FIELDS                                              *
015400******************************************************************
015500 77  EUL1-SVR-FROM-DATE      PIC 9(08) VALUE ZERO.
015600 77  EUL1-SVR-THRU-DATE      PIC 9(08) VALUE ZERO.
015700 77  EUL1-SVR-WARN-DAYS      PIC 9(03) VALUE 30.
015800 77  EUL1-SVR-HORIZON        PIC 9(08) VALUE ZERO.
015900 77  EUL1-SVR-DAYS-LEFT      PIC 9(05) VALUE ZERO.
016000 77  EUL1-SVR-DAYS-ED        PIC ZZ9.
016100 77  EUL1-SVR-REFUSED-CNT    PIC 9(07) BINARY VALUE ZERO.
016200 77  EUL1-SVR-NO-FILE-CNT    PIC 9(07) BINARY VALUE ZERO.
016300 77  EUL1-SVR-NOT-LISTED-CNT PIC 9(07) BINARY VALUE ZERO.
016400 77  EUL1-SVR-NOT-HELD-CNT   PIC 9(07) BINARY VALUE ZERO.
016500 77  EUL1-SVR-NOT-YET-CNT    PIC 9(07) BINARY VALUE ZERO.
016600 77  EUL1-SVR-EXPIRED-CNT    PIC 9(07) BINARY VALUE ZERO.
016700 77  EUL1-SVR-OPERATOR-CNT   PIC 9(07) BINARY VALUE ZERO.
016800 77  EUL1-SVR-EXPIRING-CNT   PIC 9(07) BINARY VALUE ZERO.
016900 77  EUL1-SVR-BAD-DATES-CNT  PIC 9(07) BINARY VALUE ZERO.
017000 77  EUL1-RLX                PIC 9(02) BINARY VALUE ZERO.
017100 77  EUL1-SVR-DATE-IN        PIC 9(08) VALUE ZERO.
017200 77  EUL1-SVR-DATE-OUT       PIC X(10) VALUE SPACES.
017300*
017400 01  EUL1-SVR-WORK-DATE      PIC 9(08) VALUE ZERO.
017500 01  EUL1-SVR-WORK-DATE-X    REDEFINES EUL1-SVR-WORK-DATE
017600                             PIC X(08).
017700*
017800 01  EUL1-SVR-WORK-TIME      PIC 9(06) VALUE ZERO.
017900 01  EUL1-SVR-WORK-TIME-R    REDEFINES EUL1-SVR-WORK-TIME.
018000     05  EUL1-SVR-WT-HH      PIC 9(02).
018100     05  EUL1-SVR-WT-MM      PIC 9(02).
018200     05  EUL1-SVR-WT-SS      PIC 9(02).
018300*
018400 01  EUL1-SVR-TIME-ED.
018500     05  EUL1-SVR-TE-HH      PIC 9(02).
018600     05  FILLER              PIC X(01) VALUE ':'.
018700     05  EUL1-SVR-TE-MM      PIC 9(02).
018800     05  FILLER              PIC X(01) VALUE ':'.
018900     05  EUL1-SVR-TE-SS      PIC 9(02).
019000*
019100 01  EUL1-SVR-RUN-DATE       PIC 9(08) VALUE ZERO.
019200 01  EUL1-SVR-RUN-DATE-ED    PIC X(10) VALUE SPACES.
019300*
019400 PROCEDURE DIVISION.
019500*
019600******************************************************************
019700*    0000-MAINLINE                                              *
019800******************************************************************
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100     PERFORM 2000-REPORT-REFUSALS THRU 2000-EXIT.
020200     PERFORM 3000-REPORT-EXPIRING THRU 3000-EXIT.
020300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
020400     STOP RUN.
020500*
020600******************************************************************
020700*    1000-INITIALIZE - PICK UP THE REPORT PARAMETER CARD, SET    *
020800*    THE END OF THE EXPIRY WARNING WINDOW, AND WRITE THE REPORT  *
020900*    HEADINGS.                                                   *
021000******************************************************************
021100 1000-INITIALIZE.
021200     ACCEPT EUL1-SVR-RUN-DATE FROM DATE YYYYMMDD.
021300     MOVE EUL1-SVR-RUN-DATE TO EUL1-SVR-DATE-IN.
021400     PERFORM 8200-EDIT-DATE THRU 8200-EXIT.
021500     MOVE EUL1-SVR-DATE-OUT TO EUL1-SVR-RUN-DATE-ED.
021600     PERFORM 1100-READ-PARM THRU 1100-EXIT.
021700     COMPUTE EUL1-SVR-HORIZON = FUNCTION DATE-OF-INTEGER
021800         (FUNCTION INTEGER-OF-DATE(EUL1-SVR-RUN-DATE)
021900          + EUL1-SVR-WARN-DAYS).
022000     OPEN EXTEND EUL1-REPORT-FILE.
022100     IF EUL1-VRP-FILE-NEW
022200         OPEN OUTPUT EUL1-REPORT-FILE
022300     END-IF.
022400     MOVE EUL1-SVR-RUN-DATE-ED TO EUL1-VRP-H1-DATE.
022500     MOVE EUL1-VRP-HDG1 TO EUL1-VRP-PRINT-LINE.
022600     WRITE EUL1-VRP-PRINT-LINE.
022700     IF EUL1-SVR-FROM-DATE = ZERO
022800         MOVE 'START OF FILE' TO EUL1-VRP-H2-FROM
022900     ELSE
023000         MOVE EUL1-SVR-FROM-DATE TO EUL1-SVR-DATE-IN
023100         PERFORM 8200-EDIT-DATE THRU 8200-EXIT
023200         MOVE EUL1-SVR-DATE-OUT TO EUL1-VRP-H2-FROM
023300     END-IF.
023400     MOVE EUL1-SVR-THRU-DATE TO EUL1-SVR-DATE-IN.
023500     PERFORM 8200-EDIT-DATE THRU 8200-EXIT.
023600     MOVE EUL1-SVR-DATE-OUT TO EUL1-VRP-H2-THRU.
023700     MOVE EUL1-SVR-WARN-DAYS TO EUL1-VRP-H2-DAYS.
023800     MOVE EUL1-VRP-HDG2 TO EUL1-VRP-PRINT-LINE.
023900     WRITE EUL1-VRP-PRINT-LINE.
024000 1000-EXIT.
024100     EXIT.
024200*
024300******************************************************************
024400*    1100-READ-PARM - PICK UP THE REPORT PARAMETER CARD.  A      *
024500*    MISSING CARD, OR A BLANK FIELD, LEAVES THE SHIPPED DEFAULT  *
024600*    IN FORCE: EVERY REFUSAL ON FILE THROUGH TODAY, AND A        *
024700*    30-DAY EXPIRY WARNING WINDOW.  AN INVALID FIELD IS          *
024800*    REPORTED AND ITS DEFAULT USED.                              *
024900******************************************************************
025000 1100-READ-PARM.
025100     MOVE EUL1-SVR-RUN-DATE TO EUL1-SVR-THRU-DATE.
025200     OPEN INPUT EUL1-SVRPARM-FILE.
025300     IF EUL1-VPM-FILE-NEW
025400         GO TO 1100-EXIT
025500     END-IF.
025600     READ EUL1-SVRPARM-FILE
025700         AT END
025800             SET EUL1-VPM-EOF TO TRUE
025900     END-READ.
026000     CLOSE EUL1-SVRPARM-FILE.
026100     IF EUL1-VPM-EOF
026200         GO TO 1100-EXIT
026300     END-IF.
026400     MOVE EUL1-VPM-CARD TO EUL1-SVR-PARM-RECORD.
026500     IF EUL1-SVR-P-FROM NOT = SPACES
026600         IF EUL1-SVR-P-FROM NUMERIC
026700             IF FUNCTION TEST-DATE-YYYYMMDD(EUL1-SVR-P-FROM-N)
026800                     = ZERO
026900                 MOVE EUL1-SVR-P-FROM-N TO EUL1-SVR-FROM-DATE
027000             ELSE
027100                 DISPLAY 'EUL1SVR - INVALID FIRST DAY '
027200                     EUL1-SVR-P-FROM ' - START OF FILE USED'
027300             END-IF
027400         ELSE
027500             DISPLAY 'EUL1SVR - INVALID FIRST DAY '
027600                 EUL1-SVR-P-FROM ' - START OF FILE USED'
027700         END-IF
027800     END-IF.
027900     IF EUL1-SVR-P-THRU NOT = SPACES
028000         IF EUL1-SVR-P-THRU NUMERIC
028100             IF FUNCTION TEST-DATE-YYYYMMDD(EUL1-SVR-P-THRU-N)
028200                     = ZERO
028300                 MOVE EUL1-SVR-P-THRU-N TO EUL1-SVR-THRU-DATE
028400             ELSE
028500                 DISPLAY 'EUL1SVR - INVALID LAST DAY '
028600                     EUL1-SVR-P-THRU ' - TODAY USED'
028700             END-IF
028800         ELSE
028900             DISPLAY 'EUL1SVR - INVALID LAST DAY '
029000                 EUL1-SVR-P-THRU ' - TODAY USED'
029100         END-IF
029200     END-IF.
029300     IF EUL1-SVR-FROM-DATE > EUL1-SVR-THRU-DATE
029400         DISPLAY 'EUL1SVR - FIRST DAY ' EUL1-SVR-FROM-DATE
029500             ' IS AFTER LAST DAY ' EUL1-SVR-THRU-DATE
029600             ' - START OF FILE USED'
029700         MOVE ZERO TO EUL1-SVR-FROM-DATE
029800     END-IF.
029900     IF EUL1-SVR-P-DAYS NOT = SPACES
030000         IF EUL1-SVR-P-DAYS NUMERIC
030100            AND EUL1-SVR-P-DAYS-N > ZERO
030200            AND EUL1-SVR-P-DAYS-N NOT > 366
030300             MOVE EUL1-SVR-P-DAYS-N TO EUL1-SVR-WARN-DAYS
030400         ELSE
030500             DISPLAY 'EUL1SVR - INVALID WARNING WINDOW '
030600                 EUL1-SVR-P-DAYS ' - DEFAULT OF 30 DAYS USED'
030700         END-IF
030800     END-IF.
030900 1100-EXIT.
031000     EXIT.
031100*
031200******************************************************************
031300*    2000-REPORT-REFUSALS - LIST EVERY REFUSAL LOGGED IN THE     *
031400*    PERIOD, IN THE ORDER LOGGED.  A MISSING FILE MEANS NOTHING  *
031500*    HAS EVER BEEN REFUSED.                                      *
031600******************************************************************
031700 2000-REPORT-REFUSALS.
031800     MOVE SPACES TO EUL1-VRP-PRINT-LINE.
031900     WRITE EUL1-VRP-PRINT-LINE.
032000     MOVE 'REFUSED ACTIONS' TO EUL1-VRP-S-TEXT.
032100     MOVE EUL1-VRP-SECT TO EUL1-VRP-PRINT-LINE.
032200     WRITE EUL1-VRP-PRINT-LINE.
032300     MOVE EUL1-VRP-RCOLH TO EUL1-VRP-PRINT-LINE.
032400     WRITE EUL1-VRP-PRINT-LINE.
032500     OPEN INPUT EUL1-SECLOG-FILE.
032600     IF EUL1-SEC-FILE-NEW
032700         MOVE 'NO SECURITY VIOLATION FILE - NO REFUSAL HAS EVER '
032800             TO EUL1-VRP-N-TEXT
032900         MOVE 'BEEN LOGGED' TO EUL1-VRP-N-TEXT(51:11)
033000         MOVE EUL1-VRP-NOTE TO EUL1-VRP-PRINT-LINE
033100         WRITE EUL1-VRP-PRINT-LINE
033200         GO TO 2000-EXIT
033300     END-IF.
033400     PERFORM 2100-TAKE-ONE-REFUSAL THRU 2100-EXIT
033500         UNTIL EUL1-SEC-EOF.
033600     CLOSE EUL1-SECLOG-FILE.
033700     IF EUL1-SVR-REFUSED-CNT = ZERO
033800         MOVE 'NO REFUSALS WERE LOGGED IN THE PERIOD'
033900             TO EUL1-VRP-N-TEXT
034000         MOVE EUL1-VRP-NOTE TO EUL1-VRP-PRINT-LINE
034100         WRITE EUL1-VRP-PRINT-LINE
034200     END-IF.
034300 2000-EXIT.
034400     EXIT.
034500*
034600******************************************************************
034700*    2100-TAKE-ONE-REFUSAL - READ ONE VIOLATION RECORD AND, WHEN *
034800*    IT FALLS IN THE PERIOD, COUNT IT BY REASON AND PRINT IT     *
034900*    WITH THE ACTION THAT WAS REFUSED.                           *
035000******************************************************************
035100 2100-TAKE-ONE-REFUSAL.
035200     READ EUL1-SECLOG-FILE
035300         AT END
035400             SET EUL1-SEC-EOF TO TRUE
035500             GO TO 2100-EXIT
035600     END-READ.
035700     MOVE EUL1-SEC-CARD TO EUL1-SEC-RECORD.
035800     IF EUL1-SEC-DATE < EUL1-SVR-FROM-DATE
035900        OR EUL1-SEC-DATE > EUL1-SVR-THRU-DATE
036000         GO TO 2100-EXIT
036100     END-IF.
036200     ADD 1 TO EUL1-SVR-REFUSED-CNT.
036300     EVALUATE TRUE
036400         WHEN EUL1-SEC-NO-FILE
036500             ADD 1 TO EUL1-SVR-NO-FILE-CNT
036600         WHEN EUL1-SEC-NOT-LISTED
036700             ADD 1 TO EUL1-SVR-NOT-LISTED-CNT
036800         WHEN EUL1-SEC-NOT-HELD
036900             ADD 1 TO EUL1-SVR-NOT-HELD-CNT
037000         WHEN EUL1-SEC-NOT-YET
037100             ADD 1 TO EUL1-SVR-NOT-YET-CNT
037200         WHEN EUL1-SEC-EXPIRED
037300             ADD 1 TO EUL1-SVR-EXPIRED-CNT
037400     END-EVALUATE.
037500     MOVE EUL1-SEC-DATE TO EUL1-SVR-DATE-IN.
037600     PERFORM 8200-EDIT-DATE THRU 8200-EXIT.
037700     MOVE EUL1-SVR-DATE-OUT TO EUL1-VRP-R-DATE.
037800     MOVE EUL1-SEC-TIME TO EUL1-SVR-WORK-TIME.
037900     MOVE EUL1-SVR-WT-HH TO EUL1-SVR-TE-HH.
038000     MOVE EUL1-SVR-WT-MM TO EUL1-SVR-TE-MM.
038100     MOVE EUL1-SVR-WT-SS TO EUL1-SVR-TE-SS.
038200     MOVE EUL1-SVR-TIME-ED TO EUL1-VRP-R-TIME.
038300     MOVE EUL1-SEC-PROGRAM TO EUL1-VRP-R-PROGRAM.
038400     MOVE EUL1-SEC-OPERATOR TO EUL1-VRP-R-OPERATOR.
038500     MOVE EUL1-SEC-ROLE TO EUL1-VRP-R-ROLE.
038600     MOVE EUL1-SEC-REASON TO EUL1-VRP-R-REASON.
038700     MOVE EUL1-VRP-RDTL TO EUL1-VRP-PRINT-LINE.
038800     WRITE EUL1-VRP-PRINT-LINE.
038900     MOVE EUL1-SEC-ACTION TO EUL1-VRP-A-ACTION.
039000     MOVE EUL1-VRP-RACT TO EUL1-VRP-PRINT-LINE.
039100     WRITE EUL1-VRP-PRINT-LINE.
039200 2100-EXIT.
039300     EXIT.
039400*
039500******************************************************************
039600*    3000-REPORT-EXPIRING - PASS THE OPERATOR AUTHORITY FILE AND *
039700*    LIST EVERY ROLE DUE TO EXPIRE BETWEEN TODAY AND THE END OF  *
039800*    THE WARNING WINDOW, AND EVERY ROLE WHOSE DATES ARE NOT      *
039900*    VALID.  WITHOUT THE FILE EVERY CONTROLLED ACTION IS BEING   *
040000*    REFUSED, AND THE REPORT SAYS SO.                            *
040100******************************************************************
040200 3000-REPORT-EXPIRING.
040300     MOVE SPACES TO EUL1-VRP-PRINT-LINE.
040400     WRITE EUL1-VRP-PRINT-LINE.
040500     MOVE 'AUTHORITIES NEARING EXPIRY' TO EUL1-VRP-S-TEXT.
040600     MOVE EUL1-VRP-SECT TO EUL1-VRP-PRINT-LINE.
040700     WRITE EUL1-VRP-PRINT-LINE.
040800     MOVE EUL1-VRP-ECOLH TO EUL1-VRP-PRINT-LINE.
040900     WRITE EUL1-VRP-PRINT-LINE.
041000     OPEN INPUT EUL1-AUTHORITY-FILE.
041100     IF NOT EUL1-OPA-FILE-OK
041200         SET EUL1-SVR-OPA-MISSING TO TRUE
041300         DISPLAY 'EUL1SVR - OPERATOR AUTHORITY FILE NOT '
041400             'AVAILABLE - STATUS ' EUL1-OPA-FILE-STATUS
041500         MOVE 'NO OPERATOR AUTHORITY FILE - EVERY CONTROLLED '
041600             TO EUL1-VRP-N-TEXT
041700         MOVE 'ACTION IS BEING REFUSED' TO EUL1-VRP-N-TEXT(47:23)
041800         MOVE EUL1-VRP-NOTE TO EUL1-VRP-PRINT-LINE
041900         WRITE EUL1-VRP-PRINT-LINE
042000         GO TO 3000-EXIT
042100     END-IF.
042200     PERFORM 3100-TAKE-ONE-OPERATOR THRU 3100-EXIT
042300         UNTIL EUL1-OPA-EOF.
042400     CLOSE EUL1-AUTHORITY-FILE.
042500     IF EUL1-SVR-EXPIRING-CNT = ZERO
042600        AND EUL1-SVR-BAD-DATES-CNT = ZERO
042700         MOVE 'NO ROLE EXPIRES WITHIN THE WARNING WINDOW'
042800             TO EUL1-VRP-N-TEXT
042900         MOVE EUL1-VRP-NOTE TO EUL1-VRP-PRINT-LINE
043000         WRITE EUL1-VRP-PRINT-LINE
043100     END-IF.
043200 3000-EXIT.
043300     EXIT.
043400*
043500******************************************************************
043600*    3100-TAKE-ONE-OPERATOR - READ ONE AUTHORITY RECORD AND      *
043700*    EXAMINE EACH OF ITS FIVE ROLES.                             *
043800******************************************************************
043900 3100-TAKE-ONE-OPERATOR.
044000     READ EUL1-AUTHORITY-FILE
044100         AT END
044200             SET EUL1-OPA-EOF TO TRUE
044300             GO TO 3100-EXIT
044400     END-READ.
044500     ADD 1 TO EUL1-SVR-OPERATOR-CNT.
044600     MOVE EUL1-OPA-CARD TO EUL1-OPA-RECORD.
044700     PERFORM 3200-CHECK-ONE-ROLE THRU 3200-EXIT
044800         VARYING EUL1-RLX FROM 1 BY 1
044900         UNTIL EUL1-RLX > 5.
045000 3100-EXIT.
045100     EXIT.
045200*
045300******************************************************************
045400*    3200-CHECK-ONE-ROLE - A ROLE WITH NEITHER DATE IS NOT       *
045500*    GRANTED AND IS PASSED OVER.  A ROLE WITH A MISSING,         *
045600*    IMPOSSIBLE, OR REVERSED DATE IS REFUSED BY EVERY PROGRAM    *
045700*    AND IS LISTED FOR CORRECTION.  A ROLE EXPIRING FROM TODAY   *
045800*    TO THE END OF THE WINDOW IS LISTED WITH THE DAYS LEFT.      *
045900******************************************************************
046000 3200-CHECK-ONE-ROLE.
046100     MOVE SPACES TO EUL1-VRP-E-DAYS.
046200     MOVE SPACES TO EUL1-VRP-E-NOTE.
046300     IF EUL1-OPA-ROLE-EFF(EUL1-RLX) NOT NUMERIC
046400        OR EUL1-OPA-ROLE-EXP(EUL1-RLX) NOT NUMERIC
046500         PERFORM 3300-NOTE-BAD-DATES THRU 3300-EXIT
046600         GO TO 3200-EXIT
046700     END-IF.
046800     IF EUL1-OPA-ROLE-EFF(EUL1-RLX) = ZERO
046900        AND EUL1-OPA-ROLE-EXP(EUL1-RLX) = ZERO
047000         GO TO 3200-EXIT
047100     END-IF.
047200     IF EUL1-OPA-ROLE-EFF(EUL1-RLX) = ZERO
047300        OR EUL1-OPA-ROLE-EXP(EUL1-RLX) = ZERO
047400         PERFORM 3300-NOTE-BAD-DATES THRU 3300-EXIT
047500         GO TO 3200-EXIT
047600     END-IF.
047700     IF FUNCTION TEST-DATE-YYYYMMDD
047800             (EUL1-OPA-ROLE-EFF(EUL1-RLX)) NOT = ZERO
047900        OR FUNCTION TEST-DATE-YYYYMMDD
048000             (EUL1-OPA-ROLE-EXP(EUL1-RLX)) NOT = ZERO
048100        OR EUL1-OPA-ROLE-EFF(EUL1-RLX)
048200             > EUL1-OPA-ROLE-EXP(EUL1-RLX)
048300         PERFORM 3300-NOTE-BAD-DATES THRU 3300-EXIT
048400         GO TO 3200-EXIT
048500     END-IF.
048600     IF EUL1-OPA-ROLE-EXP(EUL1-RLX) < EUL1-SVR-RUN-DATE
048700        OR EUL1-OPA-ROLE-EXP(EUL1-RLX) > EUL1-SVR-HORIZON
048800         GO TO 3200-EXIT
048900     END-IF.
049000     ADD 1 TO EUL1-SVR-EXPIRING-CNT.
049100     COMPUTE EUL1-SVR-DAYS-LEFT =
049200         FUNCTION INTEGER-OF-DATE(EUL1-OPA-ROLE-EXP(EUL1-RLX))
049300         - FUNCTION INTEGER-OF-DATE(EUL1-SVR-RUN-DATE).
049400     MOVE EUL1-SVR-DAYS-LEFT TO EUL1-SVR-DAYS-ED.
049500     MOVE EUL1-SVR-DAYS-ED TO EUL1-VRP-E-DAYS.
049600     IF EUL1-OPA-ROLE-EFF(EUL1-RLX) > EUL1-SVR-RUN-DATE
049700         MOVE 'NOT YET EFFECTIVE' TO EUL1-VRP-E-NOTE
049800     END-IF.
049900     PERFORM 3400-PRINT-ROLE THRU 3400-EXIT.
050000 3200-EXIT.
050100     EXIT.
050200*
050300******************************************************************
050400*    3300-NOTE-BAD-DATES - COUNT AND LIST A ROLE WHOSE DATES ARE *
050500*    NOT VALID.                                                  *
050600******************************************************************
050700 3300-NOTE-BAD-DATES.
050800     ADD 1 TO EUL1-SVR-BAD-DATES-CNT.
050900     MOVE 'DATES NOT VALID - ROLE REFUSED' TO EUL1-VRP-E-NOTE.
051000     PERFORM 3400-PRINT-ROLE THRU 3400-EXIT.
051100 3300-EXIT.
051200     EXIT.
051300*
051400******************************************************************
051500*    3400-PRINT-ROLE - PRINT ONE ROLE LINE.  VALID DATES ARE     *
051600*    EDITED; ANY OTHER DATE IS SHOWN AS IT STANDS ON FILE.       *
051700******************************************************************
051800 3400-PRINT-ROLE.
051900     MOVE EUL1-OPA-OPERATOR TO EUL1-VRP-E-OPERATOR.
052000     MOVE EUL1-OPA-NAME TO EUL1-VRP-E-NAME.
052100     MOVE EUL1-OPA-ROLE-NAME(EUL1-RLX) TO EUL1-VRP-E-ROLE.
052200     MOVE EUL1-OPA-ROLE-EFF(EUL1-RLX) TO EUL1-VRP-E-EFF.
052300     MOVE EUL1-OPA-ROLE-EXP(EUL1-RLX) TO EUL1-VRP-E-EXP.
052400     IF EUL1-VRP-E-NOTE(1:5) NOT = 'DATES'
052500         MOVE EUL1-OPA-ROLE-EFF(EUL1-RLX) TO EUL1-SVR-DATE-IN
052600         PERFORM 8200-EDIT-DATE THRU 8200-EXIT
052700         MOVE EUL1-SVR-DATE-OUT TO EUL1-VRP-E-EFF
052800         MOVE EUL1-OPA-ROLE-EXP(EUL1-RLX) TO EUL1-SVR-DATE-IN
052900         PERFORM 8200-EDIT-DATE THRU 8200-EXIT
053000         MOVE EUL1-SVR-DATE-OUT TO EUL1-VRP-E-EXP
053100     END-IF.
053200     MOVE EUL1-VRP-EDTL TO EUL1-VRP-PRINT-LINE.
053300     WRITE EUL1-VRP-PRINT-LINE.
053400 3400-EXIT.
053500     EXIT.
053600*
053700******************************************************************
053800*    8000-TERMINATE - WRITE THE REPORT COUNTS, CLOSE THE REPORT, *
053900*    AND END WITH CONDITION CODE 4 WHEN ANY REFUSAL FELL IN THE  *
054000*    PERIOD, ANY ROLE HAS DATES NOT VALID, OR THE AUTHORITY FILE *
054100*    IS MISSING.                                                 *
054200******************************************************************
054300 8000-TERMINATE.
054400     MOVE SPACES TO EUL1-VRP-PRINT-LINE.
054500     WRITE EUL1-VRP-PRINT-LINE.
054600     MOVE 'REFUSALS IN THE PERIOD' TO EUL1-VRP-K-LABEL.
054700     MOVE EUL1-SVR-REFUSED-CNT TO EUL1-VRP-K-VALUE.
054800     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
054900     MOVE '  NO AUTHORITY FILE' TO EUL1-VRP-K-LABEL.
055000     MOVE EUL1-SVR-NO-FILE-CNT TO EUL1-VRP-K-VALUE.
055100     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
055200     MOVE '  OPERATOR NOT ON FILE' TO EUL1-VRP-K-LABEL.
055300     MOVE EUL1-SVR-NOT-LISTED-CNT TO EUL1-VRP-K-VALUE.
055400     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
055500     MOVE '  ROLE NOT HELD' TO EUL1-VRP-K-LABEL.
055600     MOVE EUL1-SVR-NOT-HELD-CNT TO EUL1-VRP-K-VALUE.
055700     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
055800     MOVE '  ROLE NOT YET EFFECTIVE' TO EUL1-VRP-K-LABEL.
055900     MOVE EUL1-SVR-NOT-YET-CNT TO EUL1-VRP-K-VALUE.
056000     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
056100     MOVE '  ROLE EXPIRED' TO EUL1-VRP-K-LABEL.
056200     MOVE EUL1-SVR-EXPIRED-CNT TO EUL1-VRP-K-VALUE.
056300     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
056400     MOVE 'OPERATORS ON AUTHORITY FILE' TO EUL1-VRP-K-LABEL.
056500     MOVE EUL1-SVR-OPERATOR-CNT TO EUL1-VRP-K-VALUE.
056600     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
056700     MOVE 'ROLES NEARING EXPIRY' TO EUL1-VRP-K-LABEL.
056800     MOVE EUL1-SVR-EXPIRING-CNT TO EUL1-VRP-K-VALUE.
056900     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
057000     MOVE 'ROLES WITH DATES NOT VALID' TO EUL1-VRP-K-LABEL.
057100     MOVE EUL1-SVR-BAD-DATES-CNT TO EUL1-VRP-K-VALUE.
057200     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
057300     CLOSE EUL1-REPORT-FILE.
057400     IF EUL1-SVR-REFUSED-CNT > ZERO
057500        OR EUL1-SVR-BAD-DATES-CNT > ZERO
057600        OR EUL1-SVR-OPA-MISSING
057700         MOVE 4 TO RETURN-CODE
057800     END-IF.
057900 8000-EXIT.
058000     EXIT.
058100*
058200******************************************************************
058300*    8100-WRITE-COUNT - WRITE ONE LABELLED COUNT LINE.           *
058400******************************************************************
058500 8100-WRITE-COUNT.
058600     MOVE EUL1-VRP-COUNT TO EUL1-VRP-PRINT-LINE.
058700     WRITE EUL1-VRP-PRINT-LINE.
058800 8100-EXIT.
058900     EXIT.
059000*
059100******************************************************************
059200*    8200-EDIT-DATE - FORMAT THE CCYYMMDD DATE IN EUL1-SVR-DATE- *
059300*    IN AS CCYY-MM-DD IN EUL1-SVR-DATE-OUT.                      *
059400******************************************************************
059500 8200-EDIT-DATE.
059600     MOVE EUL1-SVR-DATE-IN TO EUL1-SVR-WORK-DATE.
059700     MOVE EUL1-SVR-WORK-DATE-X(1:4) TO EUL1-SVR-DATE-OUT(1:4).
059800     MOVE '-' TO EUL1-SVR-DATE-OUT(5:1).
059900     MOVE EUL1-SVR-WORK-DATE-X(5:2) TO EUL1-SVR-DATE-OUT(6:2).
060000     MOVE '-' TO EUL1-SVR-DATE-OUT(8:1).
060100     MOVE EUL1-SVR-WORK-DATE-X(7:2) TO EUL1-SVR-DATE-OUT(9:2).
060200 8200-EXIT.
060300     EXIT.
