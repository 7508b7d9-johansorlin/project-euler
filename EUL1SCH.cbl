001800*        DATE IS FLAGGED ON THE REPORT AND LEFT OUT OF THE      *
001900*        DECK, AND THE STEP ENDS WITH A WARNING CONDITION       *
002000*        CODE SO OPERATIONS SEES IT BEFORE EUL1 RUNS.           *
002010*        THE BUSINESS-DAY SCHEDULES COUNT MONDAY TO FRIDAY LESS *
002020*        THE SHOP HOLIDAYS (EUL1HOL), AND A SET WHOSE DATE FALLS*
002030*        ON A HOLIDAY RUNS, SKIPS, OR ROLLS TO THE NEXT BUSINESS*
002040*        DAY AS ITS CALENDAR RECORD SAYS; THE REPORT SHOWS EVERY*
002050*        HOLIDAY SKIP AND ROLL.                                 *
002100*                                                                *
002200*    MODIFICATION HISTORY:                                      *
002300*        SEP2026  JDM  ORIGINAL PROGRAM.                        *
002320*                      FILE BROWSED BY SET NAME; THE IN-CORE    *
002330*                      TABLE AND ITS 100-RECORD CEILING ARE     *
002340*                      GONE.                                    *
002350*        OCT2026  JDM  CALENDAR RECORDS OF SCENARIOS RETIRED    *
002360*                      ON THE SCENARIO REGISTRY (EUL1REG) ARE   *
002370*                      SKIPPED, AND THE REPORT SAYS SO.         *
002373*        OCT2026  JDM  ADDED THE BUSINESS-DAY SCHEDULES (EVERY  *
002376*                      BUSINESS DAY, AND THE LAST OR NTH        *
002379*                      BUSINESS DAY OF THE MONTH) AND THE       *
002382*                      HOLIDAY ACTION - RUN, SKIP, OR ROLL TO   *
002385*                      THE NEXT BUSINESS DAY - AGAINST THE SHOP *
002388*                      HOLIDAY CALENDAR (EUL1HOL).  THE RUN     *
002391*                      CALENDAR IS NOW A KEYED FILE.            *
002393*        OCT2026  JDM  THE STEP LOGS ITS START AND END TO THE   *
002395*                      SHARED BATCH-WINDOW TIMING FILE (EUL1TIM)*
002397*                      FOR THE EUL1TMR ELAPSED-TIME TREND.      *
002398*        OCT2026  JDM  A SET LEFT OUT OF THE DECK FOR WANT OF   *
002399*                      AN ACTIVE PARAMETER VERSION IS ALSO      *
002400*                      RAISED ON THE EXCEPTION QUEUE.           *
002410*        OCT2026  JDM  A SCENARIO REGISTRY OR HOLIDAY CALENDAR  *
002420*                      THAT CANNOT BE OPENED OR READ ABENDS THE *
002430*                      STEP WITH CONDITION CODE 16 RATHER THAN  *
002440*                      BEING PASSED OVER.                       *
002450*                                                                *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. EUL1SCH.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT EUL1-CALEN-FILE  ASSIGN TO EUL1CAL
003650                             ORGANIZATION IS INDEXED
003700                             ACCESS MODE IS SEQUENTIAL
003750                             RECORD KEY IS EUL1-CAL-KEY
003800                             FILE STATUS IS EUL1-CAL-FILE-STATUS.
003900*
004000     SELECT EUL1-PARMS-FILE  ASSIGN TO EUL1PRM
004500                             ORGANIZATION IS SEQUENTIAL
004600                             FILE STATUS IS EUL1-CTL-FILE-STATUS.
004700*
004710     SELECT EUL1-REGISTRY-FILE ASSIGN TO EUL1REG
004720                             ORGANIZATION IS INDEXED
004730                             ACCESS MODE IS DYNAMIC
004740                             RECORD KEY IS EUL1-REG-KEY
004750                             FILE STATUS IS EUL1-REG-FILE-STATUS.
004760*
004765     SELECT EUL1-HOLIDAY-FILE ASSIGN TO EUL1HOL
004770                             ORGANIZATION IS INDEXED
004775                             ACCESS MODE IS DYNAMIC
004780                             RECORD KEY IS EUL1-HOL-KEY
004785                             FILE STATUS IS EUL1-HOL-FILE-STATUS.
004790*
004800     SELECT EUL1-REPORT-FILE ASSIGN TO EUL1SRP
004900                             ORGANIZATION IS SEQUENTIAL
005000                             FILE STATUS IS EUL1-SRP-FILE-STATUS.
005020*
005040     SELECT EUL1-TIMING-FILE ASSIGN TO EUL1TIM
005060                             ORGANIZATION IS SEQUENTIAL
005080                             FILE STATUS IS EUL1-TIM-FILE-STATUS.
005082*
005084     SELECT EUL1-EXCEPTION-FILE ASSIGN TO EUL1EXQ
005086                             ORGANIZATION IS INDEXED
005088                             ACCESS MODE IS DYNAMIC
005090                             RECORD KEY IS EUL1-EXQ-KEY
005092                             FILE STATUS IS EUL1-EXQ-FILE-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  EUL1-CALEN-FILE
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 80 CHARACTERS.
005650 01  EUL1-CAL-CARD.
005700     05  EUL1-CAL-KEY            PIC X(08).
005750     05  FILLER                  PIC X(72).
005800*
005900 FD  EUL1-PARMS-FILE
006000     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  EUL1-CNTL-CARD          PIC X(80).
006800*
006810 FD  EUL1-REGISTRY-FILE
006820     LABEL RECORDS ARE STANDARD
006830     RECORD CONTAINS 200 CHARACTERS.
006840 01  EUL1-REG-CARD.
006850     05  EUL1-REG-KEY            PIC X(08).
006860     05  FILLER                  PIC X(192).
006870*
006873 FD  EUL1-HOLIDAY-FILE
006876     LABEL RECORDS ARE STANDARD
006879     RECORD CONTAINS 80 CHARACTERS.
006882 01  EUL1-HOL-CARD.
006885     05  EUL1-HOL-KEY            PIC X(08).
006888     05  FILLER                  PIC X(72).
006891*
006900 FD  EUL1-REPORT-FILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 132 CHARACTERS.
007200 01  EUL1-SRP-PRINT-LINE     PIC X(132).
007210*
007220 FD  EUL1-TIMING-FILE
007230     LABEL RECORDS ARE STANDARD
007240     RECORD CONTAINS 80 CHARACTERS.
007250 01  EUL1-TIM-CARD           PIC X(80).
007300*
007310 FD  EUL1-EXCEPTION-FILE
007320     LABEL RECORDS ARE STANDARD
007330     RECORD CONTAINS 300 CHARACTERS.
007340 01  EUL1-EXQ-CARD.
007350     05  EUL1-EXQ-KEY            PIC X(28).
007360     05  FILLER                  PIC X(272).
007370*
007400 WORKING-STORAGE SECTION.
007500*
007600******************************************************************
008800******************************************************************
008900 COPY EUL1CTL.
009000*
009010******************************************************************
009020*    SCENARIO REGISTRY RECORD WORKING STORAGE                   *
009030******************************************************************
009040 COPY EUL1REG.
009041*
009042******************************************************************
009043*    SHOP HOLIDAY RECORD WORKING STORAGE                        *
009044******************************************************************
009045 COPY EUL1HOL.
009050*
009100******************************************************************
009200*    SCHEDULE REPORT PRINT LINES                                *
009300******************************************************************
009400 COPY EUL1SRP.
009410*
009420******************************************************************
009430*    BATCH-WINDOW TIMING RECORD                                 *
009440******************************************************************
009450 COPY EUL1TIM.
009500*
009510******************************************************************
009520*    EXCEPTION QUEUE RECORD WORKING STORAGE                     *
009530******************************************************************
009540 COPY EUL1EXQ.
009550*
009600******************************************************************
009700*    SWITCHES                                                   *
009800******************************************************************
011600 77  EUL1-CTL-FILE-STATUS    PIC X(02) VALUE '00'.
011700     88  EUL1-CTL-FILE-OK    VALUE '00'.
011800*
011810 77  EUL1-REG-FILE-STATUS    PIC X(02) VALUE '00'.
011820     88  EUL1-REG-FILE-OK    VALUE '00'.
011830     88  EUL1-REG-FILE-NEW   VALUE '35'.
011840*
011850 77  EUL1-SCH-REG-SW         PIC X(01) VALUE 'N'.
011860     88  EUL1-SCH-REG-OPEN   VALUE 'Y'.
011870     88  EUL1-SCH-REG-ABSENT VALUE 'N'.
011871*
011872 77  EUL1-HOL-FILE-STATUS    PIC X(02) VALUE '00'.
011873     88  EUL1-HOL-FILE-OK    VALUE '00'.
011874     88  EUL1-HOL-FILE-NEW   VALUE '35'.
011875*
011876 77  EUL1-SCH-HOL-SW         PIC X(01) VALUE 'N'.
011877     88  EUL1-SCH-HOL-OPEN   VALUE 'Y'.
011878     88  EUL1-SCH-HOL-ABSENT VALUE 'N'.
011880*
011900 77  EUL1-SRP-FILE-STATUS    PIC X(02) VALUE '00'.
012000     88  EUL1-SRP-FILE-OK    VALUE '00'.
012100     88  EUL1-SRP-FILE-NEW   VALUE '35'.
012120*
012140 77  EUL1-TIM-FILE-STATUS    PIC X(02) VALUE '00'.
012160     88  EUL1-TIM-FILE-OK    VALUE '00'.
012180     88  EUL1-TIM-FILE-NEW   VALUE '35'.
012184*
012188 77  EUL1-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
012192     88  EUL1-EXQ-FILE-OK    VALUE '00'.
012196     88  EUL1-EXQ-FILE-NEW   VALUE '35'.
012200*
012300 77  EUL1-CAL-EOF-SW         PIC X(01) VALUE 'N'.
012400     88  EUL1-CAL-EOF        VALUE 'Y'.
014020 77  EUL1-SCH-ACT-SW         PIC X(01) VALUE 'N'.
014030     88  EUL1-SCH-ACT-FOUND  VALUE 'Y'.
014040     88  EUL1-SCH-ACT-NOT-FOUND VALUE 'N'.
014043*
014046 77  EUL1-SCH-BUS-SW         PIC X(01) VALUE 'N'.
014049     88  EUL1-SCH-BUSINESS-DAY VALUE 'Y'.
014052*
014055 77  EUL1-SCH-HOLTONIGHT-SW  PIC X(01) VALUE 'N'.
014058     88  EUL1-SCH-HOLIDAY    VALUE 'Y'.
014061*
014064 77  EUL1-SCH-LASTBUS-SW     PIC X(01) VALUE 'N'.
014067     88  EUL1-SCH-LAST-BUSINESS VALUE 'Y'.
014070*
014073 77  EUL1-SCH-SCAN-SW        PIC X(01) VALUE 'N'.
014076     88  EUL1-SCH-SCAN-DONE  VALUE 'Y'.
014079     88  EUL1-SCH-SCAN-GOING VALUE 'N'.
014082*
014085 77  EUL1-SCH-MATCH-SW       PIC X(01) VALUE 'N'.
014088     88  EUL1-SCH-MATCHED    VALUE 'Y'.
014091     88  EUL1-SCH-NOT-MATCHED VALUE 'N'.
014100*
014200******************************************************************
014300*    WORKING FIELDS                                              *
014400******************************************************************
014450 77  EUL1-EXQ-RAISED-CNT     PIC 9(04) VALUE ZERO.
014500 77  EUL1-SCH-READ-CNT       PIC 9(05) BINARY VALUE ZERO.
014600 77  EUL1-SCH-SEL-CNT        PIC 9(05) BINARY VALUE ZERO.
014700 77  EUL1-SCH-SKIP-CNT       PIC 9(05) BINARY VALUE ZERO.
015400 77  EUL1-SCH-DOW            PIC 9(01) VALUE ZERO.
015500 77  EUL1-SCH-TODAY-INT      PIC 9(09) BINARY VALUE ZERO.
015600 77  EUL1-SCH-TOMORROW-N     PIC 9(08) VALUE ZERO.
015602 77  EUL1-SCH-MEND-INT       PIC 9(09) BINARY VALUE ZERO.
015604 77  EUL1-SCH-NEXT-MONTH-N   PIC 9(08) VALUE ZERO.
015606 77  EUL1-SCH-BDAY-ORD       PIC 9(02) BINARY VALUE ZERO.
015608 77  EUL1-SCH-BDAY-ORD-ED    PIC Z9.
015610 77  EUL1-SCH-BDAY-N-ED      PIC Z9.
015612 77  EUL1-SCH-NEXT-BUS-N     PIC 9(08) VALUE ZERO.
015614 77  EUL1-SCH-HOL-NAME       PIC X(30) VALUE SPACES.
015616 77  EUL1-SCH-RFX            PIC 9(02) BINARY VALUE ZERO.
015618 77  EUL1-SCH-ROLL-CNT       PIC 9(02) BINARY VALUE ZERO.
015620*
015622******************************************************************
015624*    ONE DAY LOOKED AT BY 8300-DAY-INFO, AND THE DATE, WEEKDAY, *
015626*    AND MONTH-END FLAG A SCHEDULE IS TESTED AGAINST BY         *
015628*    2300-TEST-BASE-RULE.                                       *
015630******************************************************************
015632 77  EUL1-SCH-Q-INT          PIC 9(09) BINARY VALUE ZERO.
015634 77  EUL1-SCH-Q-DATE         PIC 9(08) VALUE ZERO.
015636 77  EUL1-SCH-Q-NEXT-N       PIC 9(08) VALUE ZERO.
015638 77  EUL1-SCH-Q-DOW          PIC 9(01) VALUE ZERO.
015640 77  EUL1-SCH-Q-MEND         PIC X(01) VALUE 'N'.
015642 77  EUL1-SCH-Q-HOL          PIC X(01) VALUE 'N'.
015644 77  EUL1-SCH-Q-BUS          PIC X(01) VALUE 'N'.
015646 77  EUL1-SCH-Q-HOL-DESC     PIC X(30) VALUE SPACES.
015648 77  EUL1-SCH-T-DATE         PIC 9(08) VALUE ZERO.
015650 77  EUL1-SCH-T-DOW          PIC 9(01) VALUE ZERO.
015652 77  EUL1-SCH-T-MEND         PIC X(01) VALUE 'N'.
015653 77  EUL1-STEP-START-DATE    PIC 9(08) VALUE ZERO.
015654 77  EUL1-STEP-START-TIME    PIC 9(08) VALUE ZERO.
015655*
015656******************************************************************
015658*    HOLIDAYS SINCE THE LAST BUSINESS DAY.  A SCHEDULE THAT     *
015660*    ROLLS AND FELL ON ONE OF THESE RUNS TONIGHT INSTEAD.       *
015662******************************************************************
015664 01  EUL1-SCH-ROLL-TABLE.
015666     05  EUL1-SCH-ROLL-FROM  OCCURS 14 TIMES.
015668         10  EUL1-SCH-R-DATE     PIC 9(08).
015670         10  EUL1-SCH-R-DOW      PIC 9(01).
015672         10  EUL1-SCH-R-MEND     PIC X(01).
015700*
015800 01  EUL1-SCH-RUN-DATE.
015900     05  EUL1-SCH-RD-YYYY    PIC 9(04).
019600*    CONDITION - NO DECK IS BUILT.                               *
019700******************************************************************
019800 1000-INITIALIZE.
019850     PERFORM 8900-WRITE-STEP-START THRU 8900-EXIT.
019900     PERFORM 8100-BUILD-RUN-DATE THRU 8100-EXIT.
020000     PERFORM 1200-OPEN-LIBRARY THRU 1200-EXIT.
020050     PERFORM 1300-OPEN-REGISTRY THRU 1300-EXIT.
020060     PERFORM 1400-OPEN-HOLIDAYS THRU 1400-EXIT.
020070     PERFORM 8200-BUILD-BUSINESS-DAY THRU 8200-EXIT.
020100     OPEN INPUT EUL1-CALEN-FILE.
020200     IF EUL1-CAL-FILE-NEW
020300         DISPLAY 'EUL1SCH - NO RUN CALENDAR PRESENT - ABENDING'
022400     WRITE EUL1-SRP-PRINT-LINE.
022500     MOVE EUL1-SCH-DAY-NAME(EUL1-SCH-DOW) TO EUL1-SRP-H2-DAY.
022600     MOVE EUL1-SCH-MEND-SW TO EUL1-SRP-H2-MEND.
022630     MOVE EUL1-SCH-BUS-SW TO EUL1-SRP-H2-BUS.
022660     MOVE EUL1-SCH-HOL-NAME TO EUL1-SRP-H2-HOL.
022700     MOVE EUL1-SRP-HDG2 TO EUL1-SRP-PRINT-LINE.
022800     WRITE EUL1-SRP-PRINT-LINE.
022900     MOVE EUL1-SRP-HDG3 TO EUL1-SRP-PRINT-LINE.
025400     END-IF.
025500 1200-EXIT.
025600     EXIT.
025730*
025860******************************************************************
025990*    1300-OPEN-REGISTRY - OPEN THE KEYED SCENARIO REGISTRY FOR   *
026120*    THE RETIREMENT CHECK.  A MISSING REGISTRY RETIRES NOTHING,  *
026250*    SO THE SCHEDULE RUNS AS IT DID BEFORE THE REGISTRY EXISTED. *
026310*    A REGISTRY THAT CANNOT BE OPENED ABENDS THE STEP.           *
026380******************************************************************
026510 1300-OPEN-REGISTRY.
026640     OPEN INPUT EUL1-REGISTRY-FILE.
026770     IF EUL1-REG-FILE-NEW
026900         DISPLAY 'EUL1SCH - NO SCENARIO REGISTRY PRESENT - NO '
027030             'SCENARIO IS TREATED AS RETIRED'
027160         GO TO 1300-EXIT
027290     END-IF.
027300     IF NOT EUL1-REG-FILE-OK
027310         DISPLAY 'EUL1SCH - SCENARIO REGISTRY NOT AVAILABLE - '
027320             'STATUS ' EUL1-REG-FILE-STATUS ' - ABENDING'
027330         MOVE 16 TO RETURN-CODE
027340         GO TO 9999-EXIT
027350     END-IF.
027420     SET EUL1-SCH-REG-OPEN TO TRUE.
027550 1300-EXIT.
027680     EXIT.
027690*
027700******************************************************************
027710*    1400-OPEN-HOLIDAYS - OPEN THE KEYED SHOP HOLIDAY CALENDAR.  *
027720*    A MISSING HOLIDAY CALENDAR HOLDS NO HOLIDAYS, SO EVERY      *
027730*    WEEKDAY IS A BUSINESS DAY.  A CALENDAR THAT CANNOT BE       *
027735*    OPENED ABENDS THE STEP.                                     *
027740******************************************************************
027750 1400-OPEN-HOLIDAYS.
027760     OPEN INPUT EUL1-HOLIDAY-FILE.
027770     IF EUL1-HOL-FILE-NEW
027780         DISPLAY 'EUL1SCH - NO HOLIDAY CALENDAR PRESENT - NO '
027790             'DATE IS TREATED AS A HOLIDAY'
027800         GO TO 1400-EXIT
027810     END-IF.
027811     IF NOT EUL1-HOL-FILE-OK
027812         DISPLAY 'EUL1SCH - HOLIDAY CALENDAR NOT AVAILABLE - '
027813             'STATUS ' EUL1-HOL-FILE-STATUS ' - ABENDING'
027814         MOVE 16 TO RETURN-CODE
027815         GO TO 9999-EXIT
027816     END-IF.
027820     SET EUL1-SCH-HOL-OPEN TO TRUE.
027830 1400-EXIT.
027840     EXIT.
027900*
028000******************************************************************
028100*    1500-PROCESS-CARD - JUDGE THE CALENDAR RECORD JUST READ     *
028200*    AGAINST TONIGHT'S DATE, VET A DUE SET FOR AN ACTIVE         *
028300*    PARAMETER VERSION, WRITE THE DECK CARD AND THE REPORT       *
028400*    LINE, THEN READ THE NEXT CALENDAR RECORD.                   *
028450*    A SET ROLLED FROM A HOLIDAY KEEPS ITS ROLLED DISPOSITION.   *
028500******************************************************************
028600 1500-PROCESS-CARD.
028700     MOVE EUL1-CAL-CARD TO EUL1-CAL-RECORD.
028800     ADD 1 TO EUL1-SCH-READ-CNT.
028900     SET EUL1-SCH-NOT-FLAGGED TO TRUE.
028920     PERFORM 2000-EVALUATE-SCHEDULE THRU 2000-EXIT.
028940     IF NOT EUL1-SCH-FLAGGED
028960         PERFORM 2100-APPLY-HOLIDAY THRU 2100-EXIT
028980     END-IF.
029020     IF NOT EUL1-SCH-FLAGGED
029040         PERFORM 2500-CHECK-REGISTRY THRU 2500-EXIT
029060     END-IF.
029100     IF EUL1-SCH-SELECTED
029200         PERFORM 3000-RESOLVE-SET THRU 3000-EXIT
029300     END-IF.
029600         MOVE EUL1-CAL-SET-NAME TO EUL1-CTL-SET-NAME
029700         MOVE EUL1-CNTL-RECORD TO EUL1-CNTL-CARD
029800         WRITE EUL1-CNTL-CARD
029850         IF EUL1-SCH-DISP-TEXT = SPACES
029900             MOVE 'SELECTED' TO EUL1-SCH-DISP-TEXT
029950         END-IF
030000         ADD 1 TO EUL1-SCH-SEL-CNT
030100     ELSE
030200         IF EUL1-SCH-FLAGGED
036700         END-IF
036800         GO TO 2000-EXIT
036900     END-IF.
036901     IF EUL1-CAL-SCHED-BUSDAYS
036902         IF EUL1-SCH-BUSINESS-DAY
036903             SET EUL1-SCH-SELECTED TO TRUE
036904         ELSE
036905             PERFORM 2050-NOT-BUSINESS-DAY THRU 2050-EXIT
036906         END-IF
036907         GO TO 2000-EXIT
036908     END-IF.
036909     IF EUL1-CAL-SCHED-LASTBUS
036910         IF EUL1-SCH-LAST-BUSINESS
036911             SET EUL1-SCH-SELECTED TO TRUE
036912         ELSE
036913             IF EUL1-SCH-BUSINESS-DAY
036914                 MOVE 'SKIPPED - NOT LAST BUSINESS DAY OF MONTH'
036915                     TO EUL1-SCH-DISP-TEXT
036916             ELSE
036917                 PERFORM 2050-NOT-BUSINESS-DAY THRU 2050-EXIT
036918             END-IF
036919         END-IF
036920         GO TO 2000-EXIT
036921     END-IF.
036922     IF EUL1-CAL-SCHED-NTHBUS
036923         IF EUL1-CAL-BDAY-N NOT NUMERIC
036924            OR EUL1-CAL-BDAY-N = ZERO
036925             MOVE
036926                 '** INVALID BUSINESS-DAY NUMBER - RECORD IGNORED'
036927                 TO EUL1-SCH-DISP-TEXT
036928             SET EUL1-SCH-FLAGGED TO TRUE
036929             GO TO 2000-EXIT
036930         END-IF
036931         IF NOT EUL1-SCH-BUSINESS-DAY
036932             PERFORM 2050-NOT-BUSINESS-DAY THRU 2050-EXIT
036933             GO TO 2000-EXIT
036934         END-IF
036935         IF EUL1-SCH-BDAY-ORD = EUL1-CAL-BDAY-N
036936             SET EUL1-SCH-SELECTED TO TRUE
036937         ELSE
036938             MOVE EUL1-SCH-BDAY-ORD TO EUL1-SCH-BDAY-ORD-ED
036939             MOVE EUL1-CAL-BDAY-N TO EUL1-SCH-BDAY-N-ED
036940             STRING 'SKIPPED - BUSINESS DAY '
036941                 DELIMITED BY SIZE
036942                 EUL1-SCH-BDAY-ORD-ED
036943                 DELIMITED BY SIZE
036944                 ' OF MONTH, NOT '
036945                 DELIMITED BY SIZE
036946                 EUL1-SCH-BDAY-N-ED
036947                 DELIMITED BY SIZE
036948                 INTO EUL1-SCH-DISP-TEXT
036949             END-STRING
036950         END-IF
036951         GO TO 2000-EXIT
036952     END-IF.
037000     MOVE '** UNKNOWN SCHEDULE CODE - RECORD IGNORED'
037100         TO EUL1-SCH-DISP-TEXT.
037200     SET EUL1-SCH-FLAGGED TO TRUE.
037300 2000-EXIT.
037400     EXIT.
037401*
037402******************************************************************
037403*    2050-NOT-BUSINESS-DAY - SAY WHY A BUSINESS-DAY SCHEDULE     *
037404*    DOES NOT RUN TONIGHT: A HOLIDAY, NAMED, OR A WEEKEND.       *
037405******************************************************************
037406 2050-NOT-BUSINESS-DAY.
037407     IF EUL1-SCH-HOLIDAY
037408         STRING 'SKIPPED - HOLIDAY: '
037409             DELIMITED BY SIZE
037410             EUL1-SCH-HOL-NAME
037411             DELIMITED BY SIZE
037412             INTO EUL1-SCH-DISP-TEXT
037413         END-STRING
037414     ELSE
037415         MOVE 'SKIPPED - NOT A BUSINESS DAY'
037416             TO EUL1-SCH-DISP-TEXT
037417     END-IF.
037418 2050-EXIT.
037419     EXIT.
037420*
037421******************************************************************
037422*    2100-APPLY-HOLIDAY - APPLY THE CALENDAR RECORD'S HOLIDAY    *
037423*    ACTION TO A DAILY, WEEKDAY, MONTH-END, OR DATE SCHEDULE.  A *
037424*    SET DUE ON A HOLIDAY RUNS ANYWAY, IS SKIPPED, OR IS SKIPPED *
037425*    AND ROLLED TO THE NEXT BUSINESS DAY.  ON A BUSINESS DAY, A  *
037426*    ROLLING SET NOT OTHERWISE DUE RUNS WHEN IT FELL DUE ON ONE  *
037427*    OF THE HOLIDAYS SINCE THE LAST BUSINESS DAY.  THE BUSINESS- *
037428*    DAY SCHEDULES HAVE ALREADY STEPPED OVER HOLIDAYS.           *
037429******************************************************************
037430 2100-APPLY-HOLIDAY.
037431     IF EUL1-CAL-SCHED-BUSDAYS
037432        OR EUL1-CAL-SCHED-LASTBUS
037433        OR EUL1-CAL-SCHED-NTHBUS
037434         GO TO 2100-EXIT
037435     END-IF.
037436     IF NOT EUL1-CAL-HOL-RUN
037437        AND NOT EUL1-CAL-HOL-SKIP
037438        AND NOT EUL1-CAL-HOL-ROLL
037439         MOVE '** UNKNOWN HOLIDAY ACTION - RECORD IGNORED'
037440             TO EUL1-SCH-DISP-TEXT
037441         SET EUL1-SCH-NOT-SELECTED TO TRUE
037442         SET EUL1-SCH-FLAGGED TO TRUE
037443         GO TO 2100-EXIT
037444     END-IF.
037445     IF EUL1-CAL-HOL-RUN
037446         GO TO 2100-EXIT
037447     END-IF.
037448     IF EUL1-SCH-SELECTED
037449         IF EUL1-SCH-HOLIDAY
037450             SET EUL1-SCH-NOT-SELECTED TO TRUE
037451             MOVE SPACES TO EUL1-SCH-DISP-TEXT
037452             IF EUL1-CAL-HOL-SKIP
037453                 STRING 'SKIPPED - HOLIDAY: '
037454                     DELIMITED BY SIZE
037455                     EUL1-SCH-HOL-NAME
037456                     DELIMITED BY SIZE
037457                     INTO EUL1-SCH-DISP-TEXT
037458                 END-STRING
037459             ELSE
037460                 STRING 'SKIPPED - HOLIDAY - ROLLS TO '
037461                     DELIMITED BY SIZE
037462                     EUL1-SCH-NEXT-BUS-N
037463                     DELIMITED BY SIZE
037464                     INTO EUL1-SCH-DISP-TEXT
037465                 END-STRING
037466             END-IF
037467         END-IF
037468         GO TO 2100-EXIT
037469     END-IF.
037470     IF EUL1-CAL-HOL-ROLL
037471         PERFORM 2150-TEST-ROLL-FROM THRU 2150-EXIT
037472             VARYING EUL1-SCH-RFX FROM 1 BY 1
037473             UNTIL EUL1-SCH-RFX > EUL1-SCH-ROLL-CNT
037474             OR EUL1-SCH-SELECTED
037475     END-IF.
037476 2100-EXIT.
037477     EXIT.
037478*
037479******************************************************************
037480*    2150-TEST-ROLL-FROM - SELECT THE SET WHEN ITS SCHEDULE FELL *
037481*    DUE ON ONE OF THE HOLIDAYS SINCE THE LAST BUSINESS DAY.     *
037482******************************************************************
037483 2150-TEST-ROLL-FROM.
037484     MOVE EUL1-SCH-R-DATE(EUL1-SCH-RFX) TO EUL1-SCH-T-DATE.
037485     MOVE EUL1-SCH-R-DOW(EUL1-SCH-RFX) TO EUL1-SCH-T-DOW.
037486     MOVE EUL1-SCH-R-MEND(EUL1-SCH-RFX) TO EUL1-SCH-T-MEND.
037487     PERFORM 2300-TEST-BASE-RULE THRU 2300-EXIT.
037488     IF EUL1-SCH-MATCHED
037489         SET EUL1-SCH-SELECTED TO TRUE
037490         MOVE SPACES TO EUL1-SCH-DISP-TEXT
037491         STRING 'SELECTED - ROLLED FROM HOLIDAY '
037492             DELIMITED BY SIZE
037493             EUL1-SCH-R-DATE(EUL1-SCH-RFX)
037494             DELIMITED BY SIZE
037495             INTO EUL1-SCH-DISP-TEXT
037496         END-STRING
037497     END-IF.
037498 2150-EXIT.
037499     EXIT.
037500*
037600******************************************************************
037700*    2200-TEST-DATES - MATCH TONIGHT'S DATE AGAINST THE          *
038800     END-PERFORM.
038900 2200-EXIT.
039000     EXIT.
039002*
039004******************************************************************
039006*    2300-TEST-BASE-RULE - DECIDE WHETHER A DAILY, WEEKDAY,      *
039008*    MONTH-END, OR DATE SCHEDULE FALLS ON THE DATE, WEEKDAY, AND *
039010*    MONTH-END FLAG IN EUL1-SCH-T-DATE, -T-DOW, AND -T-MEND, BY  *
039012*    THE SAME RULES 2000-EVALUATE-SCHEDULE APPLIES TO TONIGHT.   *
039014******************************************************************
039016 2300-TEST-BASE-RULE.
039018     SET EUL1-SCH-NOT-MATCHED TO TRUE.
039020     IF EUL1-CAL-SCHED-DAILY
039022         SET EUL1-SCH-MATCHED TO TRUE
039024         GO TO 2300-EXIT
039026     END-IF.
039028     IF EUL1-CAL-SCHED-WEEKDAYS
039030         IF EUL1-CAL-WEEKDAY(EUL1-SCH-T-DOW) = 'Y'
039032             SET EUL1-SCH-MATCHED TO TRUE
039034         END-IF
039036         GO TO 2300-EXIT
039038     END-IF.
039040     IF EUL1-CAL-SCHED-MONTHEND
039042         IF EUL1-SCH-T-MEND = 'Y'
039044             SET EUL1-SCH-MATCHED TO TRUE
039046         END-IF
039048         GO TO 2300-EXIT
039050     END-IF.
039052     IF EUL1-CAL-SCHED-DATES
039054         PERFORM 2310-TEST-ONE-DATE THRU 2310-EXIT
039056             VARYING EUL1-DTX FROM 1 BY 1
039058             UNTIL EUL1-DTX > 5
039060             OR EUL1-SCH-MATCHED
039062     END-IF.
039064 2300-EXIT.
039066     EXIT.
039068*
039070******************************************************************
039072*    2310-TEST-ONE-DATE - MATCH THE TEST DATE AGAINST ONE OF THE *
039074*    RECORD'S SPECIFIC CALENDAR DATES.                           *
039076******************************************************************
039078 2310-TEST-ONE-DATE.
039080     IF EUL1-CAL-DATE(EUL1-DTX) NUMERIC
039082        AND EUL1-CAL-DATE(EUL1-DTX) = EUL1-SCH-T-DATE
039084         SET EUL1-SCH-MATCHED TO TRUE
039086     END-IF.
039088 2310-EXIT.
039094     EXIT.
039100*
039103******************************************************************
039106*    2500-CHECK-REGISTRY - LOOK THE SCENARIO UP ON THE SCENARIO  *
039109*    REGISTRY.  A RETIRED SCENARIO IS SKIPPED WHETHER OR NOT ITS *
039112*    SCHEDULE FALLS TONIGHT, AND THE REPORT SAYS WHEN IT WAS     *
039115*    RETIRED.  A SCENARIO NOT ON THE REGISTRY IS NOTED ON        *
039118*    SYSOUT BUT STILL RUNS ON ITS ACTIVE VERSIONS.  A REGISTRY   *
039119*    THAT CANNOT BE READ ABENDS THE STEP.                        *
039121******************************************************************
039124 2500-CHECK-REGISTRY.
039127     IF EUL1-SCH-REG-ABSENT
039130         GO TO 2500-EXIT
039133     END-IF.
039136     MOVE EUL1-CAL-SET-NAME TO EUL1-REG-KEY.
039139     READ EUL1-REGISTRY-FILE
039142         INVALID KEY
039145             DISPLAY 'EUL1SCH - SCENARIO ' EUL1-CAL-SET-NAME
039148                 ' IS NOT ON THE SCENARIO REGISTRY'
039151             GO TO 2500-EXIT
039154     END-READ.
039155     IF NOT EUL1-REG-FILE-OK
039156         DISPLAY 'EUL1SCH - SCENARIO REGISTRY READ FAILED - '
039157             'STATUS ' EUL1-REG-FILE-STATUS ' - ABENDING'
039158         MOVE 16 TO RETURN-CODE
039159         GO TO 9999-EXIT
039160     END-IF.
039161     MOVE EUL1-REG-CARD TO EUL1-REG-RECORD.
039162     IF EUL1-REG-RETIRED
039163         SET EUL1-SCH-NOT-SELECTED TO TRUE
039166         MOVE SPACES TO EUL1-SCH-DISP-TEXT
039169         STRING 'SKIPPED - SCENARIO RETIRED ON REGISTRY '
039172             DELIMITED BY SIZE
039175             EUL1-REG-RETIRED-DATE
039178             DELIMITED BY SIZE
039181             INTO EUL1-SCH-DISP-TEXT
039184         END-STRING
039187     END-IF.
039190 2500-EXIT.
039193     EXIT.
039196*
039200******************************************************************
039300*    3000-RESOLVE-SET - VET THE DUE SET FOR AN ACTIVE LIBRARY    *
039400*    VERSION IN EFFECT FOR TONIGHT'S DATE, JUDGING THE LIBRARY   *
040800             TO EUL1-SCH-DISP-TEXT
040900         SET EUL1-SCH-NOT-SELECTED TO TRUE
041000         SET EUL1-SCH-FLAGGED TO TRUE
041010         MOVE SPACES TO EUL1-EXQ-RECORD
041020         MOVE EUL1-CAL-SET-NAME TO EUL1-EXQ-SCENARIO
041030         SET EUL1-EXQ-SEV-WARNING TO TRUE
041035         STRING 'NO ACTIVE PARAMETER VERSION '
041040                'IN EFFECT - LEFT OUT OF DECK'
041045                DELIMITED BY SIZE
041050                INTO EUL1-EXQ-MESSAGE
041055         END-STRING
041060         PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT
041100     END-IF.
041200 3000-EXIT.
041300     EXIT.
045400     CLOSE EUL1-CNTL-FILE.
045500     CLOSE EUL1-CALEN-FILE.
045510     CLOSE EUL1-PARMS-FILE.
045530     IF EUL1-SCH-REG-OPEN
045550         CLOSE EUL1-REGISTRY-FILE
045555     END-IF.
045560     IF EUL1-SCH-HOL-OPEN
045565         CLOSE EUL1-HOLIDAY-FILE
045570     END-IF.
045600     IF EUL1-SCH-FLAG-CNT > ZERO
045700         MOVE 4 TO RETURN-CODE
045800     END-IF.
045850     PERFORM 8910-WRITE-STEP-END THRU 8910-EXIT.
045900 8000-EXIT.
046000     EXIT.
046100*
048100     END-IF.
048200 8100-EXIT.
048300     EXIT.
048301*
048302******************************************************************
048303*    8200-BUILD-BUSINESS-DAY - WORK OUT WHETHER TONIGHT IS A     *
048304*    BUSINESS DAY OR A HOLIDAY, WHICH BUSINESS DAY OF THE MONTH  *
048305*    IT IS, WHETHER IT IS THE LAST, THE NEXT BUSINESS DAY A      *
048306*    HOLIDAY ROLLS TO, AND, ON A BUSINESS DAY, THE HOLIDAYS SINCE*
048307*    THE LAST BUSINESS DAY WHOSE ROLLED RUNS FALL TONIGHT.       *
048308******************************************************************
048309 8200-BUILD-BUSINESS-DAY.
048310     MOVE EUL1-SCH-TODAY-INT TO EUL1-SCH-Q-INT.
048311     PERFORM 8300-DAY-INFO THRU 8300-EXIT.
048312     MOVE EUL1-SCH-Q-BUS TO EUL1-SCH-BUS-SW.
048313     MOVE EUL1-SCH-Q-HOL TO EUL1-SCH-HOLTONIGHT-SW.
048314     IF EUL1-SCH-HOLIDAY
048315         MOVE EUL1-SCH-Q-HOL-DESC TO EUL1-SCH-HOL-NAME
048316     END-IF.
048317     MOVE ZERO TO EUL1-SCH-BDAY-ORD.
048318     COMPUTE EUL1-SCH-Q-INT =
048319         EUL1-SCH-TODAY-INT - EUL1-SCH-RD-DD + 1.
048320     PERFORM 8210-COUNT-ONE-DAY THRU 8210-EXIT
048321         VARYING EUL1-SCH-Q-INT FROM EUL1-SCH-Q-INT BY 1
048322         UNTIL EUL1-SCH-Q-INT > EUL1-SCH-TODAY-INT.
048323     IF EUL1-SCH-RD-MM = 12
048324         COMPUTE EUL1-SCH-NEXT-MONTH-N =
048325             (EUL1-SCH-RD-YYYY + 1) * 10000 + 0101
048326     ELSE
048327         COMPUTE EUL1-SCH-NEXT-MONTH-N =
048328             EUL1-SCH-RD-YYYY * 10000 + (EUL1-SCH-RD-MM + 1) * 100
048329             + 1
048330     END-IF.
048331     COMPUTE EUL1-SCH-MEND-INT =
048332         FUNCTION INTEGER-OF-DATE(EUL1-SCH-NEXT-MONTH-N) - 1.
048333     MOVE EUL1-SCH-BUS-SW TO EUL1-SCH-LASTBUS-SW.
048334     COMPUTE EUL1-SCH-Q-INT = EUL1-SCH-TODAY-INT + 1.
048335     PERFORM 8220-TEST-LATER-DAY THRU 8220-EXIT
048336         VARYING EUL1-SCH-Q-INT FROM EUL1-SCH-Q-INT BY 1
048337         UNTIL EUL1-SCH-Q-INT > EUL1-SCH-MEND-INT
048338         OR NOT EUL1-SCH-LAST-BUSINESS.
048339     MOVE ZERO TO EUL1-SCH-NEXT-BUS-N.
048340     COMPUTE EUL1-SCH-Q-INT = EUL1-SCH-TODAY-INT + 1.
048341     PERFORM 8230-FIND-NEXT-BUSINESS THRU 8230-EXIT
048342         VARYING EUL1-SCH-Q-INT FROM EUL1-SCH-Q-INT BY 1
048343         UNTIL EUL1-SCH-NEXT-BUS-N NOT = ZERO
048344         OR EUL1-SCH-Q-INT > EUL1-SCH-TODAY-INT + 31.
048345     MOVE ZERO TO EUL1-SCH-ROLL-CNT.
048346     IF NOT EUL1-SCH-BUSINESS-DAY
048347         GO TO 8200-EXIT
048348     END-IF.
048349     SET EUL1-SCH-SCAN-GOING TO TRUE.
048350     COMPUTE EUL1-SCH-Q-INT = EUL1-SCH-TODAY-INT - 1.
048351     PERFORM 8240-LOOK-BACK-ONE-DAY THRU 8240-EXIT
048352         VARYING EUL1-SCH-Q-INT FROM EUL1-SCH-Q-INT BY -1
048353         UNTIL EUL1-SCH-SCAN-DONE
048354         OR EUL1-SCH-ROLL-CNT = 14.
048355 8200-EXIT.
048356     EXIT.
048357*
048358******************************************************************
048359*    8210-COUNT-ONE-DAY - COUNT ONE DAY OF THE MONTH UP TO       *
048360*    TONIGHT WHEN IT IS A BUSINESS DAY.                          *
048361******************************************************************
048362 8210-COUNT-ONE-DAY.
048363     PERFORM 8300-DAY-INFO THRU 8300-EXIT.
048364     IF EUL1-SCH-Q-BUS = 'Y'
048365         ADD 1 TO EUL1-SCH-BDAY-ORD
048366     END-IF.
048367 8210-EXIT.
048368     EXIT.
048369*
048370******************************************************************
048371*    8220-TEST-LATER-DAY - TONIGHT IS NOT THE LAST BUSINESS DAY  *
048372*    OF THE MONTH WHEN A LATER DAY OF THE MONTH IS ONE.          *
048373******************************************************************
048374 8220-TEST-LATER-DAY.
048375     PERFORM 8300-DAY-INFO THRU 8300-EXIT.
048376     IF EUL1-SCH-Q-BUS = 'Y'
048377         MOVE 'N' TO EUL1-SCH-LASTBUS-SW
048378     END-IF.
048379 8220-EXIT.
048380     EXIT.
048381*
048382******************************************************************
048383*    8230-FIND-NEXT-BUSINESS - NOTE THE FIRST BUSINESS DAY AFTER *
048384*    TONIGHT, THE DAY A HOLIDAY RUN ROLLS TO.                    *
048385******************************************************************
048386 8230-FIND-NEXT-BUSINESS.
048387     PERFORM 8300-DAY-INFO THRU 8300-EXIT.
048388     IF EUL1-SCH-Q-BUS = 'Y'
048389         MOVE EUL1-SCH-Q-DATE TO EUL1-SCH-NEXT-BUS-N
048390     END-IF.
048391 8230-EXIT.
048392     EXIT.
048393*
048394******************************************************************
048395*    8240-LOOK-BACK-ONE-DAY - WALK BACK FROM TONIGHT TO THE LAST *
048396*    BUSINESS DAY, HOLDING EVERY HOLIDAY PASSED ON THE WAY.  A   *
048397*    WEEKEND THAT IS NOT A HOLIDAY ROLLS NOTHING.                *
048398******************************************************************
048399 8240-LOOK-BACK-ONE-DAY.
048400     PERFORM 8300-DAY-INFO THRU 8300-EXIT.
048401     IF EUL1-SCH-Q-BUS = 'Y'
048402         SET EUL1-SCH-SCAN-DONE TO TRUE
048403         GO TO 8240-EXIT
048404     END-IF.
048405     IF EUL1-SCH-Q-HOL = 'Y'
048406         ADD 1 TO EUL1-SCH-ROLL-CNT
048407         MOVE EUL1-SCH-Q-DATE
048408             TO EUL1-SCH-R-DATE(EUL1-SCH-ROLL-CNT)
048409         MOVE EUL1-SCH-Q-DOW TO EUL1-SCH-R-DOW(EUL1-SCH-ROLL-CNT)
048410         MOVE EUL1-SCH-Q-MEND
048411             TO EUL1-SCH-R-MEND(EUL1-SCH-ROLL-CNT)
048412     END-IF.
048413 8240-EXIT.
048414     EXIT.
048415*
048416******************************************************************
048417*    8300-DAY-INFO - FOR THE DAY IN EUL1-SCH-Q-INT, WORK OUT THE *
048418*    DATE, THE WEEKDAY (1 = MONDAY, AS DAY-OF-WEEK GIVES IT), THE*
048419*    MONTH-END FLAG, WHETHER IT IS ON THE HOLIDAY CALENDAR, AND  *
048420*    WHETHER IT IS A BUSINESS DAY - A MONDAY TO FRIDAY THAT IS   *
048421*    NOT A HOLIDAY.                                              *
048422******************************************************************
048423 8300-DAY-INFO.
048424     COMPUTE EUL1-SCH-Q-DATE =
048425         FUNCTION DATE-OF-INTEGER(EUL1-SCH-Q-INT).
048426     COMPUTE EUL1-SCH-Q-DOW =
048427         FUNCTION MOD(EUL1-SCH-Q-INT - 1, 7) + 1.
048428     COMPUTE EUL1-SCH-Q-NEXT-N =
048429         FUNCTION DATE-OF-INTEGER(EUL1-SCH-Q-INT + 1).
048430     IF EUL1-SCH-Q-NEXT-N(5:2) NOT = EUL1-SCH-Q-DATE(5:2)
048431         MOVE 'Y' TO EUL1-SCH-Q-MEND
048432     ELSE
048433         MOVE 'N' TO EUL1-SCH-Q-MEND
048434     END-IF.
048435     MOVE 'N' TO EUL1-SCH-Q-HOL.
048436     MOVE SPACES TO EUL1-SCH-Q-HOL-DESC.
048437     IF EUL1-SCH-HOL-OPEN
048438         MOVE EUL1-SCH-Q-DATE TO EUL1-HOL-KEY
048439         READ EUL1-HOLIDAY-FILE
048440             INVALID KEY
048441                 MOVE 'N' TO EUL1-SCH-Q-HOL
048442             NOT INVALID KEY
048443                 MOVE 'Y' TO EUL1-SCH-Q-HOL
048444                 MOVE EUL1-HOL-CARD TO EUL1-HOL-RECORD
048445                 MOVE EUL1-HOL-DESC TO EUL1-SCH-Q-HOL-DESC
048446         END-READ
048447     END-IF.
048448     IF EUL1-SCH-Q-DOW < 6
048449        AND EUL1-SCH-Q-HOL = 'N'
048450         MOVE 'Y' TO EUL1-SCH-Q-BUS
048451     ELSE
048452         MOVE 'N' TO EUL1-SCH-Q-BUS
048453     END-IF.
048454 8300-EXIT.
048455     EXIT.
048456*
048457******************************************************************
048458*    8900-WRITE-STEP-START - LOG THE START OF THE STEP TO THE    *
048459*    SHARED BATCH-WINDOW TIMING FILE.                            *
048460******************************************************************
048461 8900-WRITE-STEP-START.
048462     ACCEPT EUL1-STEP-START-DATE FROM DATE YYYYMMDD.
048463     ACCEPT EUL1-STEP-START-TIME FROM TIME.
048464     MOVE SPACES TO EUL1-TIM-RECORD.
048465     MOVE 'EUL1SCH' TO EUL1-TIM-PROGRAM.
048466     SET EUL1-TIM-STEP-START TO TRUE.
048467     MOVE EUL1-STEP-START-DATE TO EUL1-TIM-START-DATE.
048468     MOVE EUL1-STEP-START-TIME TO EUL1-TIM-START-TIME.
048469     MOVE ZERO TO EUL1-TIM-END-DATE.
048470     MOVE ZERO TO EUL1-TIM-END-TIME.
048471     MOVE ZERO TO EUL1-TIM-RC.
048472     MOVE ZERO TO EUL1-TIM-LIMIT.
048473     PERFORM 8950-WRITE-TIMING THRU 8950-EXIT.
048474 8900-EXIT.
048475     EXIT.
048476*
048477******************************************************************
048478*    8910-WRITE-STEP-END - LOG THE END OF THE STEP, WITH ITS     *
048479*    START AND THE CONDITION CODE IT IS ENDING WITH, TO THE      *
048480*    SHARED BATCH-WINDOW TIMING FILE.                            *
048481******************************************************************
048482 8910-WRITE-STEP-END.
048483     MOVE SPACES TO EUL1-TIM-RECORD.
048484     MOVE 'EUL1SCH' TO EUL1-TIM-PROGRAM.
048485     SET EUL1-TIM-STEP-END TO TRUE.
048486     MOVE EUL1-STEP-START-DATE TO EUL1-TIM-START-DATE.
048487     MOVE EUL1-STEP-START-TIME TO EUL1-TIM-START-TIME.
048488     ACCEPT EUL1-TIM-END-DATE FROM DATE YYYYMMDD.
048489     ACCEPT EUL1-TIM-END-TIME FROM TIME.
048490     MOVE RETURN-CODE TO EUL1-TIM-RC.
048491     MOVE ZERO TO EUL1-TIM-LIMIT.
048492     PERFORM 8950-WRITE-TIMING THRU 8950-EXIT.
048493 8910-EXIT.
048494     EXIT.
048495*
048496******************************************************************
048497*    8950-WRITE-TIMING - APPEND ONE ROW TO THE TIMING FILE,      *
048498*    CREATING IT WHEN ABSENT.  THE TIMING FILE IS OPENED ONLY    *
048499*    FOR THE ONE WRITE, AND A FILE THAT CANNOT BE OPENED IS      *
048500*    REPORTED BUT NEVER FAILS THE STEP.                          *
048501******************************************************************
048502 8950-WRITE-TIMING.
048503     OPEN EXTEND EUL1-TIMING-FILE.
048504     IF EUL1-TIM-FILE-NEW
048505         OPEN OUTPUT EUL1-TIMING-FILE
048506     END-IF.
048507     IF NOT EUL1-TIM-FILE-OK
048508         DISPLAY 'EUL1SCH - TIMING FILE NOT AVAILABLE - STATUS '
048509             EUL1-TIM-FILE-STATUS
048510         GO TO 8950-EXIT
048511     END-IF.
048512     MOVE EUL1-TIM-RECORD TO EUL1-TIM-CARD.
048513     WRITE EUL1-TIM-CARD.
048514     CLOSE EUL1-TIMING-FILE.
048515 8950-EXIT.
048516     EXIT.
048517*
048518******************************************************************
048519*    8960-QUEUE-EXCEPTION - RAISE AN OPEN EXCEPTION ON THE       *
048520*    SHARED EXCEPTION QUEUE.  THE CALLER HAS FILLED THE RUN-ID,  *
048521*    SCENARIO, SEVERITY, AND MESSAGE; THE KEY IS THE CURRENT     *
048522*    DATE AND TIME, THE PROGRAM, AND A SEQUENCE NUMBER WITHIN    *
048523*    THE RUN.  THE QUEUE IS OPENED ONLY FOR THE ONE WRITE, AND A *
048524*    QUEUE THAT CANNOT BE OPENED IS REPORTED BUT NEVER FAILS     *
048525*    THE STEP.                                                   *
048526******************************************************************
048527 8960-QUEUE-EXCEPTION.
048528     ACCEPT EUL1-EXQ-RAISED-DATE FROM DATE YYYYMMDD.
048529     ACCEPT EUL1-EXQ-RAISED-TIME FROM TIME.
048530     MOVE 'EUL1SCH' TO EUL1-EXQ-PROGRAM.
048531     ADD 1 TO EUL1-EXQ-RAISED-CNT.
048532     MOVE EUL1-EXQ-RAISED-CNT TO EUL1-EXQ-SEQ.
048533     SET EUL1-EXQ-OPEN TO TRUE.
048534     MOVE SPACES TO EUL1-EXQ-ACK-OPERATOR.
048535     MOVE SPACES TO EUL1-EXQ-ACK-TIMESTAMP.
048536     MOVE SPACES TO EUL1-EXQ-ACK-COMMENT.
048537     MOVE SPACES TO EUL1-EXQ-RES-OPERATOR.
048538     MOVE SPACES TO EUL1-EXQ-RES-TIMESTAMP.
048539     MOVE SPACES TO EUL1-EXQ-RES-COMMENT.
048540     OPEN I-O EUL1-EXCEPTION-FILE.
048541     IF EUL1-EXQ-FILE-NEW
048542         OPEN OUTPUT EUL1-EXCEPTION-FILE
048543         CLOSE EUL1-EXCEPTION-FILE
048544         OPEN I-O EUL1-EXCEPTION-FILE
048545     END-IF.
048546     IF NOT EUL1-EXQ-FILE-OK
048547         DISPLAY 'EUL1SCH - EXCEPTION QUEUE NOT AVAILABLE - '
048548             'STATUS ' EUL1-EXQ-FILE-STATUS ' - NOT QUEUED:'
048549         DISPLAY '  ' EUL1-EXQ-MESSAGE
048550         GO TO 8960-EXIT
048551     END-IF.
048552     MOVE EUL1-EXQ-RECORD TO EUL1-EXQ-CARD.
048553     WRITE EUL1-EXQ-CARD
048554         INVALID KEY
048555             DISPLAY 'EUL1SCH - EXCEPTION QUEUE WRITE FAILED - '
048556                 'NOT QUEUED:'
048557             DISPLAY '  ' EUL1-EXQ-MESSAGE
048558     END-WRITE.
048559     CLOSE EUL1-EXCEPTION-FILE.
048560 8960-EXIT.
048561     EXIT.
048562*
048563******************************************************************
048600*    9999-EXIT - FATAL ERROR EXIT.  THE RETURN-CODE HAS ALREADY  *
048700*    BEEN SET BY THE PARAGRAPH THAT DETECTED THE ERROR; THE STEP *
048800*    END IS LOGGED WITH IT.                                      *
048900******************************************************************
049000 9999-EXIT.
049100     PERFORM 8910-WRITE-STEP-END THRU 8910-EXIT.
049200     STOP RUN.
