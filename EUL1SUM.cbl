001900*        OF CROSS-REFERENCING.  THE AUDIT TRAIL'S CONTROL       *
002000*        BLOCKS ARE VERIFIED ON THE WAY AND AN UNBALANCED       *
002100*        FILE FAILS THE STEP WITH CONDITION CODE 12.            *
002110*        A CLOSING SECTION LISTS THE PERIOD'S EXCEPTIONS FROM   *
002120*        THE EXCEPTION QUEUE (EUL1EXQ) THAT ARE STILL OPEN, OR  *
002130*        THAT WERE ACKNOWLEDGED LATER THAN THE ACKNOWLEDGEMENT  *
002140*        DEADLINE - A NUMBER OF HOURS IN COLUMNS 8-10 OF THE    *
002150*        PERIOD CARD, 24 WHEN BLANK.                            *
002200*                                                                *
002300*    MODIFICATION HISTORY:                                      *
002400*        SEP2026  JDM  ORIGINAL PROGRAM.                        *
002420*        OCT2026  JDM  EACH SCENARIO BLOCK NAMES THE BUSINESS   *
002440*                      OWNER AND DESCRIPTION FROM THE SCENARIO  *
002460*                      REGISTRY (EUL1REG).                      *
002465*        OCT2026  JDM  A CONTROL BLOCK BALANCE FAILURE IS ALSO  *
002470*                      RAISED ON THE EXCEPTION QUEUE, AND A NEW *
002475*                      CLOSING SECTION LISTS THE PERIOD'S       *
002480*                      EXCEPTIONS STILL OPEN OR ACKNOWLEDGED    *
002485*                      LATE, AGAINST A DEADLINE IN HOURS FROM   *
002490*                      THE PERIOD CARD.                         *
002492*        OCT2026  JDM  A SCENARIO REGISTRY THAT CANNOT BE       *
002494*                      OPENED OR READ IS REPORTED ON THE        *
002496*                      CONSOLE AND NO OWNER IS TAKEN FROM IT.   *
002500*                                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
005400                             ORGANIZATION IS SEQUENTIAL
005500                             FILE STATUS IS EUL1-SMP-FILE-STATUS.
005600*
005610     SELECT EUL1-REGISTRY-FILE ASSIGN TO EUL1REG
005620                             ORGANIZATION IS INDEXED
005630                             ACCESS MODE IS DYNAMIC
005640                             RECORD KEY IS EUL1-REG-KEY
005650                             FILE STATUS IS EUL1-REG-FILE-STATUS.
005651*
005652     SELECT EUL1-EXCEPTION-FILE ASSIGN TO EUL1EXQ
005653                             ORGANIZATION IS INDEXED
005654                             ACCESS MODE IS DYNAMIC
005655                             RECORD KEY IS EUL1-EXQ-KEY
005656                             FILE STATUS IS EUL1-EXQ-FILE-STATUS.
005660*
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  EUL1-PERIOD-FILE
008100     RECORD CONTAINS 132 CHARACTERS.
008200 01  EUL1-SMP-PRINT-LINE     PIC X(132).
008300*
008310 FD  EUL1-REGISTRY-FILE
008320     LABEL RECORDS ARE STANDARD
008330     RECORD CONTAINS 200 CHARACTERS.
008340 01  EUL1-REG-CARD.
008350     05  EUL1-REG-KEY            PIC X(08).
008360     05  FILLER                  PIC X(192).
008370*
008373 FD  EUL1-EXCEPTION-FILE
008376     LABEL RECORDS ARE STANDARD
008379     RECORD CONTAINS 300 CHARACTERS.
008382 01  EUL1-EXQ-CARD.
008385     05  EUL1-EXQ-KEY            PIC X(28).
008388     05  FILLER                  PIC X(272).
008391*
008400 WORKING-STORAGE SECTION.
008500*
008600******************************************************************
010300******************************************************************
010400 COPY EUL1CTR.
010500*
010510******************************************************************
010520*    SCENARIO REGISTRY RECORD WORKING STORAGE                   *
010530******************************************************************
010540 COPY EUL1REG.
010550*
010600******************************************************************
010700*    SUMMARY REPORT PRINT LINES                                 *
010800******************************************************************
013000         10  EUL1-SUM-SC-OPERTAB   OCCURS 5 TIMES.
013100             15  EUL1-SUM-SC-OPER     PIC X(08).
013200*
013210******************************************************************
013220*    EXCEPTION QUEUE RECORD WORKING STORAGE                     *
013230******************************************************************
013240 COPY EUL1EXQ.
013250*
013300******************************************************************
013400*    SWITCHES                                                   *
013500******************************************************************
015300     88  EUL1-SMP-FILE-OK    VALUE '00'.
015400     88  EUL1-SMP-FILE-NEW   VALUE '35'.
015500*
015510 77  EUL1-REG-FILE-STATUS    PIC X(02) VALUE '00'.
015520     88  EUL1-REG-FILE-OK    VALUE '00'.
015530     88  EUL1-REG-FILE-NEW   VALUE '35'.
015532*
015534 77  EUL1-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
015536     88  EUL1-EXQ-FILE-OK    VALUE '00'.
015538     88  EUL1-EXQ-FILE-NEW   VALUE '35'.
015540*
015550 77  EUL1-SUM-REG-SW         PIC X(01) VALUE 'N'.
015560     88  EUL1-SUM-REG-OPEN   VALUE 'Y'.
015570     88  EUL1-SUM-REG-ABSENT VALUE 'N'.
015580*
015600 77  EUL1-SPM-EOF-SW         PIC X(01) VALUE 'N'.
015700     88  EUL1-SPM-EOF        VALUE 'Y'.
015800*
016400*
016500 77  EUL1-CHG-EOF-SW         PIC X(01) VALUE 'N'.
016600     88  EUL1-CHG-EOF        VALUE 'Y'.
016610*
016620 77  EUL1-EXQ-EOF-SW         PIC X(01) VALUE 'N'.
016630     88  EUL1-EXQ-EOF        VALUE 'Y'.
016640*
016650 77  EUL1-SUM-X-OPEN-SW      PIC X(01) VALUE 'N'.
016660     88  EUL1-SUM-X-OPEN     VALUE 'Y'.
016670*
016680 77  EUL1-SUM-X-LATE-SW      PIC X(01) VALUE 'N'.
016690     88  EUL1-SUM-X-LATE     VALUE 'Y'.
016700*
016800 77  EUL1-SUM-FOUND-SW       PIC X(01) VALUE 'N'.
016900     88  EUL1-SUM-SCEN-FOUND VALUE 'Y'.
018600******************************************************************
018700*    WORKING FIELDS                                              *
018800******************************************************************
018850 77  EUL1-EXQ-RAISED-CNT     PIC 9(04) VALUE ZERO.
018900 77  EUL1-SUM-SCEN-CNT       PIC 9(03) BINARY VALUE ZERO.
019000 77  EUL1-SCX                PIC 9(03) BINARY VALUE ZERO.
019100 77  EUL1-RSX                PIC 9(02) BINARY VALUE ZERO.
020400 77  EUL1-SUM-T-BREAKS       PIC 9(07) VALUE ZERO.
020500 77  EUL1-SUM-T-UPDATES      PIC 9(07) VALUE ZERO.
020600 77  EUL1-SUM-T-APPROVALS    PIC 9(07) VALUE ZERO.
020610 77  EUL1-SUM-ACK-HOURS      PIC 9(03) VALUE 24.
020620 77  EUL1-SUM-RUN-TIME       PIC 9(08) VALUE ZERO.
020630 77  EUL1-SUM-RAISED-MIN     PIC 9(11) VALUE ZERO.
020640 77  EUL1-SUM-ACK-MIN        PIC 9(11) VALUE ZERO.
020650 77  EUL1-SUM-ACK-ELAPSED    PIC 9(07) VALUE ZERO.
020660 77  EUL1-SUM-X-RAISED       PIC 9(05) VALUE ZERO.
020670 77  EUL1-SUM-X-OPEN-CNT     PIC 9(05) VALUE ZERO.
020680 77  EUL1-SUM-X-LATE-CNT     PIC 9(05) VALUE ZERO.
020690 77  EUL1-SUM-X-PRINTED      PIC 9(05) VALUE ZERO.
020700*
020800 01  EUL1-SUM-RSN-PRINTED.
020900     05  EUL1-SUM-RSN-DONE   PIC X(01) OCCURS 5 TIMES.
021500     05  EUL1-SUM-RD-MM      PIC 9(02).
021600     05  EUL1-SUM-RD-DD      PIC 9(02).
021700 01  EUL1-SUM-RUN-DATE-ED    PIC X(10).
021705*
021710 01  EUL1-SUM-HOURS-X        PIC X(03) VALUE SPACES.
021715 01  EUL1-SUM-HOURS-N        REDEFINES EUL1-SUM-HOURS-X
021720                             PIC 9(03).
021725*
021730 01  EUL1-SUM-HMS.
021735     05  EUL1-SUM-HMS-HH     PIC 9(02).
021740     05  EUL1-SUM-HMS-MM     PIC 9(02).
021745     05  EUL1-SUM-HMS-SS     PIC 9(02).
021750     05  EUL1-SUM-HMS-CC     PIC 9(02).
021755*
021760 01  EUL1-SUM-ACK-TS.
021765     05  EUL1-SUM-AT-DATE    PIC 9(08).
021770     05  EUL1-SUM-AT-HH      PIC 9(02).
021775     05  EUL1-SUM-AT-MM      PIC 9(02).
021780     05  EUL1-SUM-AT-SS      PIC 9(02).
021785 01  EUL1-SUM-ACK-TS-X       REDEFINES EUL1-SUM-ACK-TS
021790                             PIC X(14).
021800*
021900 PROCEDURE DIVISION.
022000*
022700     PERFORM 3000-SCAN-BREAKS THRU 3000-EXIT.
022800     PERFORM 4000-SCAN-CHANGES THRU 4000-EXIT.
022900     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
022950     PERFORM 7000-REPORT-EXCEPTIONS THRU 7000-EXIT.
023000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
023100     STOP RUN.
023200*
023300******************************************************************
023380*    1000-INITIALIZE - PICK UP AND EDIT THE PERIOD CARD AND      *
023460*    WRITE THE REPORT HEADING.  A MISSING OR INVALID PERIOD IS   *
023540*    A FATAL CONDITION; AN INVALID ACKNOWLEDGEMENT DEADLINE IS   *
023620*    REPORTED AND THE DEFAULT OF 24 HOURS USED.                  *
023700******************************************************************
023800 1000-INITIALIZE.
023900     ACCEPT EUL1-SUM-RUN-DATE FROM DATE YYYYMMDD.
023950     ACCEPT EUL1-SUM-RUN-TIME FROM TIME.
024000     MOVE EUL1-SUM-RD-YYYY TO EUL1-SUM-RUN-DATE-ED(1:4).
024100     MOVE '-' TO EUL1-SUM-RUN-DATE-ED(5:1).
024200     MOVE EUL1-SUM-RD-MM TO EUL1-SUM-RUN-DATE-ED(6:2).
025900         GO TO 9999-EXIT
026000     END-IF.
026100     MOVE EUL1-SPM-CARD(1:6) TO EUL1-SUM-PERIOD.
026150     MOVE EUL1-SPM-CARD(8:3) TO EUL1-SUM-HOURS-X.
026200     CLOSE EUL1-PERIOD-FILE.
026300     IF EUL1-SUM-PERIOD NOT NUMERIC
026400         DISPLAY 'EUL1SUM - PERIOD MUST BE CCYYMM: '
026600         MOVE 16 TO RETURN-CODE
026700         GO TO 9999-EXIT
026800     END-IF.
026809     IF EUL1-SUM-HOURS-X NOT = SPACES
026818         IF EUL1-SUM-HOURS-X NUMERIC
026827            AND EUL1-SUM-HOURS-N > ZERO
026836             MOVE EUL1-SUM-HOURS-N TO EUL1-SUM-ACK-HOURS
026845         ELSE
026854             DISPLAY 'EUL1SUM - ACKNOWLEDGEMENT DEADLINE MUST BE '
026863                 '001-999 HOURS: ' EUL1-SUM-HOURS-X
026872                 ' - 24 USED'
026881         END-IF
026890     END-IF.
026900     OPEN EXTEND EUL1-REPORT-FILE.
027000     IF EUL1-SMP-FILE-NEW
027100         OPEN OUTPUT EUL1-REPORT-FILE
054700         WRITE EUL1-SMP-PRINT-LINE
054800         GO TO 5000-EXIT
054900     END-IF.
054910     OPEN INPUT EUL1-REGISTRY-FILE.
054920     IF EUL1-REG-FILE-NEW
054930         DISPLAY 'EUL1SUM - NO SCENARIO REGISTRY PRESENT - '
054940             'OWNERS NOT SHOWN'
054950     ELSE
054955         IF EUL1-REG-FILE-OK
054960             SET EUL1-SUM-REG-OPEN TO TRUE
054965         ELSE
054970             DISPLAY 'EUL1SUM - SCENARIO REGISTRY NOT AVAILABLE '
054975                 '- STATUS ' EUL1-REG-FILE-STATUS
054980                 ' - OWNERS NOT SHOWN'
054985         END-IF
054990     END-IF.
055000     PERFORM 5100-PRINT-ONE-SCENARIO THRU 5100-EXIT
055100         VARYING EUL1-SCX FROM 1 BY 1
055200         UNTIL EUL1-SCX > EUL1-SUM-SCEN-CNT.
055220     IF EUL1-SUM-REG-OPEN
055240         CLOSE EUL1-REGISTRY-FILE
055260     END-IF.
055300     MOVE SPACES TO EUL1-SMP-PRINT-LINE.
055400     WRITE EUL1-SMP-PRINT-LINE.
055500     MOVE EUL1-SUM-T-ATTEMPTS TO EUL1-SMP-T-ATTEMPTS.
057500     MOVE SPACES TO EUL1-SMP-PRINT-LINE.
057600     WRITE EUL1-SMP-PRINT-LINE.
057700     MOVE EUL1-SUM-SC-ID(EUL1-SCX) TO EUL1-SMP-S-ID.
057750     PERFORM 5150-LOOKUP-REGISTRY THRU 5150-EXIT.
057800     MOVE EUL1-SMP-SCEN TO EUL1-SMP-PRINT-LINE.
057900     WRITE EUL1-SMP-PRINT-LINE.
058000     MOVE EUL1-SUM-SC-ATTEMPTS(EUL1-SCX) TO EUL1-SMP-R-ATTEMPTS.
059500 5100-EXIT.
059600     EXIT.
059700*
059703******************************************************************
059706*    5150-LOOKUP-REGISTRY - FILL THE OWNER, DESCRIPTION, AND     *
059709*    STATUS ON THE SCENARIO LINE FROM THE SCENARIO REGISTRY.     *
059712******************************************************************
059715 5150-LOOKUP-REGISTRY.
059718     MOVE '** NOT REGISTERED **' TO EUL1-SMP-S-OWNER.
059721     MOVE SPACES TO EUL1-SMP-S-DESC.
059724     MOVE SPACES TO EUL1-SMP-S-STATUS.
059727     IF EUL1-SUM-REG-ABSENT
059730         GO TO 5150-EXIT
059733     END-IF.
059736     MOVE EUL1-SUM-SC-ID(EUL1-SCX) TO EUL1-REG-KEY.
059739     READ EUL1-REGISTRY-FILE
059742         INVALID KEY
059745             GO TO 5150-EXIT
059748     END-READ.
059749     IF NOT EUL1-REG-FILE-OK
059750         MOVE '** REGISTRY ERROR **' TO EUL1-SMP-S-OWNER
059751         DISPLAY 'EUL1SUM - SCENARIO REGISTRY READ FAILED - '
059752             'STATUS ' EUL1-REG-FILE-STATUS
059753         GO TO 5150-EXIT
059754     END-IF.
059755     MOVE EUL1-REG-CARD TO EUL1-REG-RECORD.
059756     MOVE EUL1-REG-OWNER TO EUL1-SMP-S-OWNER.
059757     MOVE EUL1-REG-DESC TO EUL1-SMP-S-DESC.
059760     IF EUL1-REG-RETIRED
059763         MOVE '(RETIRED)' TO EUL1-SMP-S-STATUS
059766     END-IF.
059769 5150-EXIT.
059772     EXIT.
059775*
059800******************************************************************
059900*    5200-PRINT-REASONS - PRINT THE SCENARIO'S REJECT REASONS    *
060000*    IN DESCENDING COUNT ORDER, PICKING THE LARGEST UNPRINTED    *
072000 6000-EXIT.
072100     EXIT.
072200*
072201******************************************************************
072202*    7000-REPORT-EXCEPTIONS - PRINT THE PERIOD'S EXCEPTIONS FROM *
072203*    THE EXCEPTION QUEUE THAT ARE STILL OPEN (NOT YET RESOLVED)  *
072204*    OR THAT WERE ACKNOWLEDGED LATER THAN THE DEADLINE AFTER     *
072205*    BEING RAISED.  THE QUEUE IS KEYED BY THE DATE RAISED, SO    *
072206*    THE BROWSE STARTS AT THE FIRST DAY OF THE PERIOD AND STOPS  *
072207*    AT THE FIRST EXCEPTION PAST IT.  A MISSING QUEUE HAS NOTHING*
072208*    TO REPORT.                                                  *
072209******************************************************************
072210 7000-REPORT-EXCEPTIONS.
072211     MOVE SPACES TO EUL1-SMP-PRINT-LINE.
072212     WRITE EUL1-SMP-PRINT-LINE.
072213     MOVE EUL1-SUM-ACK-HOURS TO EUL1-SMP-XH-HOURS.
072214     MOVE EUL1-SMP-XHDG1 TO EUL1-SMP-PRINT-LINE.
072215     WRITE EUL1-SMP-PRINT-LINE.
072216     OPEN INPUT EUL1-EXCEPTION-FILE.
072217     IF EUL1-EXQ-FILE-NEW
072218         MOVE SPACES TO EUL1-SMP-PRINT-LINE
072219         MOVE '     NO EXCEPTION QUEUE ON FILE'
072220             TO EUL1-SMP-PRINT-LINE
072221         WRITE EUL1-SMP-PRINT-LINE
072222         GO TO 7000-EXIT
072223     END-IF.
072224     MOVE EUL1-SMP-XHDG2 TO EUL1-SMP-PRINT-LINE.
072225     WRITE EUL1-SMP-PRINT-LINE.
072226     MOVE LOW-VALUES TO EUL1-EXQ-KEY.
072227     MOVE EUL1-SUM-PERIOD TO EUL1-EXQ-KEY(1:6).
072228     START EUL1-EXCEPTION-FILE KEY NOT < EUL1-EXQ-KEY
072229         INVALID KEY
072230             SET EUL1-EXQ-EOF TO TRUE
072231     END-START.
072232     PERFORM 7100-TAKE-ONE-EXCEPTION THRU 7100-EXIT
072233         UNTIL EUL1-EXQ-EOF.
072234     CLOSE EUL1-EXCEPTION-FILE.
072235     IF EUL1-SUM-X-PRINTED = ZERO
072236         MOVE SPACES TO EUL1-SMP-PRINT-LINE
072237         MOVE '     NO EXCEPTIONS STILL OPEN OR ACKNOWLEDGED LATE'
072238             TO EUL1-SMP-PRINT-LINE
072239         WRITE EUL1-SMP-PRINT-LINE
072240     END-IF.
072241     MOVE SPACES TO EUL1-SMP-PRINT-LINE.
072242     WRITE EUL1-SMP-PRINT-LINE.
072243     MOVE EUL1-SUM-X-RAISED TO EUL1-SMP-XT-RAISED.
072244     MOVE EUL1-SUM-X-OPEN-CNT TO EUL1-SMP-XT-OPEN.
072245     MOVE EUL1-SUM-X-LATE-CNT TO EUL1-SMP-XT-LATE.
072246     MOVE EUL1-SMP-XTOT TO EUL1-SMP-PRINT-LINE.
072247     WRITE EUL1-SMP-PRINT-LINE.
072248 7000-EXIT.
072249     EXIT.
072250*
072251******************************************************************
072252*    7100-TAKE-ONE-EXCEPTION - READ THE NEXT EXCEPTION OF THE    *
072253*    PERIOD AND PRINT IT, WITH ITS MESSAGE BENEATH, WHEN IT IS   *
072254*    STILL OPEN OR WAS ACKNOWLEDGED LATE.  ONE NEVER             *
072255*    ACKNOWLEDGED COUNTS AS LATE ONCE THE DEADLINE HAS PASSED.   *
072256******************************************************************
072257 7100-TAKE-ONE-EXCEPTION.
072258     READ EUL1-EXCEPTION-FILE NEXT RECORD
072259         AT END
072260             SET EUL1-EXQ-EOF TO TRUE
072261             GO TO 7100-EXIT
072262     END-READ.
072263     MOVE EUL1-EXQ-CARD TO EUL1-EXQ-RECORD.
072264     IF EUL1-EXQ-RAISED-DATE(1:6) NOT = EUL1-SUM-PERIOD
072265         SET EUL1-EXQ-EOF TO TRUE
072266         GO TO 7100-EXIT
072267     END-IF.
072268     ADD 1 TO EUL1-SUM-X-RAISED.
072269     MOVE 'N' TO EUL1-SUM-X-OPEN-SW.
072270     MOVE 'N' TO EUL1-SUM-X-LATE-SW.
072271     IF NOT EUL1-EXQ-RESOLVED
072272         SET EUL1-SUM-X-OPEN TO TRUE
072273         ADD 1 TO EUL1-SUM-X-OPEN-CNT
072274     END-IF.
072275     PERFORM 7200-MEASURE-ACK THRU 7200-EXIT.
072276     IF EUL1-SUM-ACK-ELAPSED NOT < EUL1-SUM-ACK-HOURS
072277         SET EUL1-SUM-X-LATE TO TRUE
072278         ADD 1 TO EUL1-SUM-X-LATE-CNT
072279     END-IF.
072280     IF NOT EUL1-SUM-X-OPEN
072281        AND NOT EUL1-SUM-X-LATE
072282         GO TO 7100-EXIT
072283     END-IF.
072284     ADD 1 TO EUL1-SUM-X-PRINTED.
072285     MOVE EUL1-EXQ-RAISED-DATE TO EUL1-SMP-X-DATE.
072286     MOVE EUL1-EXQ-RAISED-TIME TO EUL1-SUM-HMS.
072287     MOVE EUL1-SUM-HMS(1:6) TO EUL1-SMP-X-TIME.
072288     MOVE EUL1-EXQ-PROGRAM TO EUL1-SMP-X-PROGRAM.
072289     MOVE EUL1-EXQ-RUN-ID TO EUL1-SMP-X-RUN-ID.
072290     MOVE EUL1-EXQ-SCENARIO TO EUL1-SMP-X-SCENARIO.
072291     MOVE EUL1-EXQ-SEVERITY TO EUL1-SMP-X-SEVERITY.
072292     MOVE EUL1-EXQ-ACK-OPERATOR TO EUL1-SMP-X-ACK-OPER.
072293     MOVE EUL1-SUM-ACK-ELAPSED TO EUL1-SMP-X-HOURS.
072294     IF EUL1-EXQ-OPEN
072295         MOVE 'OPEN' TO EUL1-SMP-X-STATUS
072296         IF EUL1-SUM-X-LATE
072297             MOVE 'NOT ACKNOWLEDGED' TO EUL1-SMP-X-NOTE
072298         ELSE
072299             MOVE 'STILL OPEN' TO EUL1-SMP-X-NOTE
072300         END-IF
072301     END-IF.
072302     IF EUL1-EXQ-ACKNOWLEDGED
072303         MOVE 'ACKNOWLEDGED' TO EUL1-SMP-X-STATUS
072304         IF EUL1-SUM-X-LATE
072305             MOVE 'OPEN - ACK LATE' TO EUL1-SMP-X-NOTE
072306         ELSE
072307             MOVE 'STILL OPEN' TO EUL1-SMP-X-NOTE
072308         END-IF
072309     END-IF.
072310     IF EUL1-EXQ-RESOLVED
072311         MOVE 'RESOLVED' TO EUL1-SMP-X-STATUS
072312         MOVE 'ACKNOWLEDGED LATE' TO EUL1-SMP-X-NOTE
072313     END-IF.
072314     MOVE EUL1-SMP-XDTL TO EUL1-SMP-PRINT-LINE.
072315     WRITE EUL1-SMP-PRINT-LINE.
072316     MOVE EUL1-EXQ-MESSAGE TO EUL1-SMP-X-MESSAGE.
072317     MOVE EUL1-SMP-XMSG TO EUL1-SMP-PRINT-LINE.
072318     WRITE EUL1-SMP-PRINT-LINE.
072319 7100-EXIT.
072320     EXIT.
072321*
072322******************************************************************
072323*    7200-MEASURE-ACK - WORK OUT THE WHOLE HOURS FROM THE RAISING*
072324*    OF THE EXCEPTION IN HAND TO ITS ACKNOWLEDGEMENT OR, WHEN NO *
072325*    ONE HAS ACKNOWLEDGED IT, TO THE TIME OF THIS REPORT.        *
072326******************************************************************
072327 7200-MEASURE-ACK.
072328     MOVE ZERO TO EUL1-SUM-ACK-ELAPSED.
072329     IF EUL1-EXQ-ACK-TIMESTAMP = SPACES
072330         MOVE EUL1-SUM-RUN-DATE TO EUL1-SUM-AT-DATE
072331         MOVE EUL1-SUM-RUN-TIME TO EUL1-SUM-HMS
072332         MOVE EUL1-SUM-HMS-HH TO EUL1-SUM-AT-HH
072333         MOVE EUL1-SUM-HMS-MM TO EUL1-SUM-AT-MM
072334         MOVE EUL1-SUM-HMS-SS TO EUL1-SUM-AT-SS
072335     ELSE
072336         MOVE EUL1-EXQ-ACK-TIMESTAMP TO EUL1-SUM-ACK-TS-X
072337     END-IF.
072338     IF EUL1-SUM-ACK-TS-X NOT NUMERIC
072339        OR EUL1-EXQ-RAISED-DATE NOT NUMERIC
072340        OR EUL1-EXQ-RAISED-TIME NOT NUMERIC
072341         GO TO 7200-EXIT
072342     END-IF.
072343     MOVE EUL1-EXQ-RAISED-TIME TO EUL1-SUM-HMS.
072344     COMPUTE EUL1-SUM-RAISED-MIN =
072345         FUNCTION INTEGER-OF-DATE(EUL1-EXQ-RAISED-DATE) * 1440
072346         + EUL1-SUM-HMS-HH * 60 + EUL1-SUM-HMS-MM.
072347     COMPUTE EUL1-SUM-ACK-MIN =
072348         FUNCTION INTEGER-OF-DATE(EUL1-SUM-AT-DATE) * 1440
072349         + EUL1-SUM-AT-HH * 60 + EUL1-SUM-AT-MM.
072350     IF EUL1-SUM-ACK-MIN > EUL1-SUM-RAISED-MIN
072351         COMPUTE EUL1-SUM-ACK-ELAPSED =
072352             (EUL1-SUM-ACK-MIN - EUL1-SUM-RAISED-MIN) / 60
072353     END-IF.
072354 7200-EXIT.
072355     EXIT.
072356*
072357******************************************************************
072400*    8000-TERMINATE - CLOSE THE REPORT AND SET THE CONDITION     *
072500*    CODE.                                                       *
072600******************************************************************
073100     END-IF.
073200     IF EUL1-SUM-BAL-FAILED
073300         MOVE 12 TO RETURN-CODE
073310         MOVE SPACES TO EUL1-EXQ-RECORD
073320         SET EUL1-EXQ-SEV-IMBALANCE TO TRUE
073330         MOVE 'AUDIT TRAIL CONTROL BLOCKS OUT OF BALANCE'
073340             TO EUL1-EXQ-MESSAGE
073350         PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT
073400     END-IF.
073500 8000-EXIT.
073600     EXIT.
073700*
073702******************************************************************
073704*    8960-QUEUE-EXCEPTION - RAISE AN OPEN EXCEPTION ON THE       *
073706*    SHARED EXCEPTION QUEUE.  THE CALLER HAS FILLED THE RUN-ID,  *
073708*    SCENARIO, SEVERITY, AND MESSAGE; THE KEY IS THE CURRENT     *
073710*    DATE AND TIME, THE PROGRAM, AND A SEQUENCE NUMBER WITHIN    *
073712*    THE RUN.  THE QUEUE IS OPENED ONLY FOR THE ONE WRITE, AND A *
073714*    QUEUE THAT CANNOT BE OPENED IS REPORTED BUT NEVER FAILS     *
073716*    THE STEP.                                                   *
073718******************************************************************
073720 8960-QUEUE-EXCEPTION.
073722     ACCEPT EUL1-EXQ-RAISED-DATE FROM DATE YYYYMMDD.
073724     ACCEPT EUL1-EXQ-RAISED-TIME FROM TIME.
073726     MOVE 'EUL1SUM' TO EUL1-EXQ-PROGRAM.
073728     ADD 1 TO EUL1-EXQ-RAISED-CNT.
073730     MOVE EUL1-EXQ-RAISED-CNT TO EUL1-EXQ-SEQ.
073732     SET EUL1-EXQ-OPEN TO TRUE.
073734     MOVE SPACES TO EUL1-EXQ-ACK-OPERATOR.
073736     MOVE SPACES TO EUL1-EXQ-ACK-TIMESTAMP.
073738     MOVE SPACES TO EUL1-EXQ-ACK-COMMENT.
073740     MOVE SPACES TO EUL1-EXQ-RES-OPERATOR.
073742     MOVE SPACES TO EUL1-EXQ-RES-TIMESTAMP.
073744     MOVE SPACES TO EUL1-EXQ-RES-COMMENT.
073746     OPEN I-O EUL1-EXCEPTION-FILE.
073748     IF EUL1-EXQ-FILE-NEW
073750         OPEN OUTPUT EUL1-EXCEPTION-FILE
073752         CLOSE EUL1-EXCEPTION-FILE
073754         OPEN I-O EUL1-EXCEPTION-FILE
073756     END-IF.
073758     IF NOT EUL1-EXQ-FILE-OK
073760         DISPLAY 'EUL1SUM - EXCEPTION QUEUE NOT AVAILABLE - '
073762             'STATUS ' EUL1-EXQ-FILE-STATUS ' - NOT QUEUED:'
073764         DISPLAY '  ' EUL1-EXQ-MESSAGE
073766         GO TO 8960-EXIT
073768     END-IF.
073770     MOVE EUL1-EXQ-RECORD TO EUL1-EXQ-CARD.
073772     WRITE EUL1-EXQ-CARD
073774         INVALID KEY
073776             DISPLAY 'EUL1SUM - EXCEPTION QUEUE WRITE FAILED - '
073778                 'NOT QUEUED:'
073780             DISPLAY '  ' EUL1-EXQ-MESSAGE
073782     END-WRITE.
073784     CLOSE EUL1-EXCEPTION-FILE.
073786 8960-EXIT.
073788     EXIT.
073790*
073800******************************************************************
073900*    9999-EXIT - FATAL ERROR EXIT.  THE RETURN-CODE HAS ALREADY  *
074000*    BEEN SET BY THE PARAGRAPH THAT DETECTED THE ERROR.          *
