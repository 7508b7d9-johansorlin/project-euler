006400*                      IS APPENDED, SO THE DOWNSTREAM        *
006500*                      READERS BALANCE AGAIN WITHOUT A       *
006600*                      HAND REPAIR OF THE LIVE DATASETS.     *
006610*        OCT2026  JDM  EACH CHECKPOINT ROW NOW               *
006620*                      CARRIES THE CARD'S START AND END      *
006630*                      TIMES AND ITS UPPER LIMIT, AND THE    *
006640*                      STEP LOGS ITS OWN START AND END TO    *
006650*                      THE SHARED BATCH-WINDOW TIMING FILE   *
006660*                      (EUL1TIM) FOR THE EUL1TMR             *
006670*                      ELAPSED-TIME TREND.  THE CHECKPOINT   *
006680*                      LAYOUT MOVED TO COPYBOOK EUL1CKP.     *
006686*        OCT2026  JDM  REJECTED CARDS ARE ALSO RAISED ON THE *
006692*                      EXCEPTION QUEUE.                      *
006700*                                                                *
006800******************************************************************
006900 IDENTIFICATION DIVISION.
010500     SELECT EUL1-CHKPT-FILE  ASSIGN TO EUL1CKP
010600                             ORGANIZATION IS SEQUENTIAL
010700                             FILE STATUS IS EUL1-CKP-FILE-STATUS.
010720*
010740     SELECT EUL1-TIMING-FILE ASSIGN TO EUL1TIM
010760                             ORGANIZATION IS SEQUENTIAL
010780                             FILE STATUS IS EUL1-TIM-FILE-STATUS.
010782*
010784     SELECT EUL1-EXCEPTION-FILE ASSIGN TO EUL1EXQ
010786                             ORGANIZATION IS INDEXED
010788                             ACCESS MODE IS DYNAMIC
010790                             RECORD KEY IS EUL1-EXQ-KEY
010792                             FILE STATUS IS EUL1-EXQ-FILE-STATUS.
010800*
010900 DATA DIVISION.
011000 FILE SECTION.
014700     LABEL RECORDS ARE STANDARD
014800     RECORD CONTAINS 80 CHARACTERS.
014900 01  EUL1-CKP-CARD           PIC X(80).
014910*
014920 FD  EUL1-TIMING-FILE
014930     LABEL RECORDS ARE STANDARD
014940     RECORD CONTAINS 80 CHARACTERS.
014950 01  EUL1-TIM-CARD           PIC X(80).
015000*
015010 FD  EUL1-EXCEPTION-FILE
015020     LABEL RECORDS ARE STANDARD
015030     RECORD CONTAINS 300 CHARACTERS.
015040 01  EUL1-EXQ-CARD.
015050     05  EUL1-EXQ-KEY            PIC X(28).
015060     05  FILLER                  PIC X(272).
015070*
015100 WORKING-STORAGE SECTION.
015200*
015300******************************************************************
020500 01  EUL1-DIVISOR-TEXT-ED    PIC ZZ9.
020600*
020700******************************************************************
020780*    RESTART CARD LAYOUT AND CHECKPOINT ROW.  A CHECKPOINT ROW   *
020860*    IS APPENDED AS EACH CONTROL CARD COMPLETES, WITH THE TIMES  *
020940*    THE CARD STARTED AND ENDED; A RERUN FLAGGED WITH THE        *
021020*    ORIGINAL RUN-ID ON THE RESTART CARD SKIPS THE CARDS ALREADY *
021100*    CHECKPOINTED UNDER THAT RUN.                                *
021200******************************************************************
021300 01  EUL1-RST-PARM-RECORD.
021400     05  EUL1-RST-RUN-ID     PIC X(14).
021500     05  FILLER              PIC X(66).
021600*
021680 COPY EUL1CKP.
021760*
021840******************************************************************
021920*    BATCH-WINDOW TIMING RECORD.  THE STEP START AND END ARE     *
022000*    LOGGED TO THE SHARED TIMING FILE.                           *
022080******************************************************************
022160 COPY EUL1TIM.
022300*
022310******************************************************************
022320*    EXCEPTION QUEUE RECORD WORKING STORAGE                     *
022330******************************************************************
022340 COPY EUL1EXQ.
022350*
022400******************************************************************
022500*    SWITCHES                                                   *
022600******************************************************************
028000 77  EUL1-CKP-FILE-STATUS    PIC X(02) VALUE '00'.
028100     88  EUL1-CKP-FILE-OK    VALUE '00'.
028200     88  EUL1-CKP-FILE-NEW   VALUE '35'.
028220*
028240 77  EUL1-TIM-FILE-STATUS    PIC X(02) VALUE '00'.
028260     88  EUL1-TIM-FILE-OK    VALUE '00'.
028280     88  EUL1-TIM-FILE-NEW   VALUE '35'.
028284*
028288 77  EUL1-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
028292     88  EUL1-EXQ-FILE-OK    VALUE '00'.
028296     88  EUL1-EXQ-FILE-NEW   VALUE '35'.
028300*
028400 77  EUL1-RSP-EOF-SW         PIC X(01) VALUE 'N'.
028500     88  EUL1-RSP-EOF        VALUE 'Y'.
030100******************************************************************
030200*    WORKING FIELDS                                              *
030300******************************************************************
030350 77  EUL1-EXQ-RAISED-CNT     PIC 9(04) VALUE ZERO.
030400 77  SUM-OF-MULTIPLES        PIC 9(18) BINARY VALUE ZERO.
030500 77  EUL1-DVX                PIC 9(02) BINARY VALUE ZERO.
030600 77  EUL1-CARDS-PROCESSED    PIC 9(05) BINARY VALUE ZERO.
031900 77  EUL1-AUD-HASH           PIC 9(18) VALUE ZERO.
032000 77  EUL1-LIB-BEST-DATE      PIC 9(08) VALUE ZERO.
032100 77  EUL1-RUN-DATE-N         PIC 9(08) VALUE ZERO.
032120 77  EUL1-STEP-START-DATE    PIC 9(08) VALUE ZERO.
032140 77  EUL1-STEP-START-TIME    PIC 9(08) VALUE ZERO.
032160 77  EUL1-CARD-START-DATE    PIC 9(08) VALUE ZERO.
032180 77  EUL1-CARD-START-TIME    PIC 9(08) VALUE ZERO.
032200*
032300******************************************************************
032400*    INCLUSION-EXCLUSION WORKING FIELDS.  THE SUM OF MULTIPLES   *
040000     MOVE SPACES TO EUL1-RUN-SCENARIO.
040100     PERFORM 8100-BUILD-RUN-DATE THRU 8100-EXIT.
040200     PERFORM 1300-CHECK-RESTART THRU 1300-EXIT.
040250     PERFORM 8900-WRITE-STEP-START THRU 8900-EXIT.
040300     IF EUL1-RESTART-MODE
040400         PERFORM 1400-LOAD-CHECKPOINT THRU 1400-EXIT
040500         PERFORM 1460-REPAIR-AUDIT-TRAILER THRU 1460-EXIT
059200             'RUN ' EUL1-RPR-RUN-ID ' - RESTART REFUSED - '
059300             'ABENDING'
059400         MOVE 16 TO RETURN-CODE
059450         PERFORM 8910-WRITE-STEP-END THRU 8910-EXIT
059500         GO TO 9999-EXIT
059600     END-IF.
059700     OPEN EXTEND EUL1-OUTFILE.
067200             'ANOTHER RUN ' EUL1-RPR-RUN-ID ' - RESTART '
067300             'REFUSED - ABENDING'
067400         MOVE 16 TO RETURN-CODE
067450         PERFORM 8910-WRITE-STEP-END THRU 8910-EXIT
067500         GO TO 9999-EXIT
067600     END-IF.
067700     OPEN EXTEND EUL1-AUDIT-FILE.
073900         GO TO 1500-NEXT-CARD
074000     END-IF.
074100     MOVE EUL1-CTL-SET-NAME TO EUL1-RUN-SCENARIO.
074130     ACCEPT EUL1-CARD-START-DATE FROM DATE YYYYMMDD.
074160     ACCEPT EUL1-CARD-START-TIME FROM TIME.
074200     PERFORM 1600-SELECT-PARM-SET THRU 1600-EXIT.
074300     IF EUL1-CARD-OK
074400         PERFORM 1100-VALIDATE-PARMS THRU 1100-EXIT
120600     IF EUL1-CARDS-REJECTED > ZERO
120700         MOVE 4 TO RETURN-CODE
120800     END-IF.
120850     PERFORM 8910-WRITE-STEP-END THRU 8910-EXIT.
120900 8000-EXIT.
121000     EXIT.
121100*
141800******************************************************************
141900*    8600-WRITE-CARD-REJECT - REPORT A CARD THAT FAILED ITS      *
142000*    EDITS AND LOG IT TO THE AUDIT TRAIL AS AN ERROR, THEN LET   *
142100*    THE DECK CARRY ON.  THE REJECT IS ALSO RAISED ON THE        *
142150*    EXCEPTION QUEUE.                                            *
142200******************************************************************
142300 8600-WRITE-CARD-REJECT.
142400     MOVE EUL1-RUN-SCENARIO TO EUL1-RPT-R-SCENARIO.
142800     MOVE ZERO TO SUM-OF-MULTIPLES.
142900     SET EUL1-AUD-STATUS-ERROR TO TRUE.
143000     PERFORM 8400-WRITE-AUDIT-RECORD THRU 8400-EXIT.
143010     MOVE SPACES TO EUL1-EXQ-RECORD.
143020     MOVE EUL1-RUN-ID TO EUL1-EXQ-RUN-ID.
143030     MOVE EUL1-RUN-SCENARIO TO EUL1-EXQ-SCENARIO.
143040     SET EUL1-EXQ-SEV-WARNING TO TRUE.
143050     STRING 'CARD REJECTED - ' DELIMITED BY SIZE
143060            EUL1-CARD-ERR-TEXT DELIMITED BY SIZE
143070            INTO EUL1-EXQ-MESSAGE
143080     END-STRING.
143090     PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT.
143100 8600-EXIT.
143200     EXIT.
143300*
148900     EXIT.
149000*
149100******************************************************************
149180*    8800-WRITE-CHECKPOINT - APPEND THE CHECKPOINT ROW FOR THE   *
149260*    CARD JUST COMPLETED, AFTER ITS FEED AND AUDIT OUTPUT IS     *
149340*    SAFELY ON FILE, SO A RESTART NEVER REPEATS A FINISHED CARD. *
149420*    THE ROW CARRIES THE CARD'S START AND END TIMES AND ITS      *
149500*    LIMIT FOR THE ELAPSED-TIME TREND.                           *
149600******************************************************************
149700 8800-WRITE-CHECKPOINT.
149800     MOVE SPACES TO EUL1-CKP-RECORD.
150000     MOVE EUL1-CARDS-PROCESSED TO EUL1-CKP-CARD-NO.
150100     MOVE EUL1-RUN-SCENARIO TO EUL1-CKP-SET-NAME.
150200     MOVE EUL1-CKP-STATUS-HOLD TO EUL1-CKP-STATUS.
150210     MOVE EUL1-CARD-START-DATE TO EUL1-CKP-START-DATE.
150220     MOVE EUL1-CARD-START-TIME TO EUL1-CKP-START-TIME.
150230     ACCEPT EUL1-CKP-END-DATE FROM DATE YYYYMMDD.
150240     ACCEPT EUL1-CKP-END-TIME FROM TIME.
150250     IF EUL1-PRM-LIMIT NUMERIC
150260         MOVE EUL1-PRM-LIMIT TO EUL1-CKP-LIMIT
150270     ELSE
150280         MOVE ZERO TO EUL1-CKP-LIMIT
150290     END-IF.
150300     MOVE EUL1-CKP-RECORD TO EUL1-CKP-CARD.
150400     WRITE EUL1-CKP-CARD.
150500 8800-EXIT.
150600     EXIT.
150700*
150701******************************************************************
150702*    8900-WRITE-STEP-START - LOG THE START OF THE STEP TO THE    *
150703*    SHARED BATCH-WINDOW TIMING FILE.                            *
150704******************************************************************
150705 8900-WRITE-STEP-START.
150706     ACCEPT EUL1-STEP-START-DATE FROM DATE YYYYMMDD.
150707     ACCEPT EUL1-STEP-START-TIME FROM TIME.
150708     MOVE SPACES TO EUL1-TIM-RECORD.
150709     MOVE 'EUL1' TO EUL1-TIM-PROGRAM.
150710     SET EUL1-TIM-STEP-START TO TRUE.
150711     MOVE EUL1-RUN-ID TO EUL1-TIM-RUN-ID.
150712     MOVE EUL1-STEP-START-DATE TO EUL1-TIM-START-DATE.
150713     MOVE EUL1-STEP-START-TIME TO EUL1-TIM-START-TIME.
150714     MOVE ZERO TO EUL1-TIM-END-DATE.
150715     MOVE ZERO TO EUL1-TIM-END-TIME.
150716     MOVE ZERO TO EUL1-TIM-RC.
150717     MOVE ZERO TO EUL1-TIM-LIMIT.
150718     PERFORM 8950-WRITE-TIMING THRU 8950-EXIT.
150719 8900-EXIT.
150720     EXIT.
150721*
150722******************************************************************
150723*    8910-WRITE-STEP-END - LOG THE END OF THE STEP, WITH ITS     *
150724*    START AND THE CONDITION CODE IT IS ENDING WITH, TO THE      *
150725*    SHARED BATCH-WINDOW TIMING FILE.                            *
150726******************************************************************
150727 8910-WRITE-STEP-END.
150728     MOVE SPACES TO EUL1-TIM-RECORD.
150729     MOVE 'EUL1' TO EUL1-TIM-PROGRAM.
150730     SET EUL1-TIM-STEP-END TO TRUE.
150731     MOVE EUL1-RUN-ID TO EUL1-TIM-RUN-ID.
150732     MOVE EUL1-STEP-START-DATE TO EUL1-TIM-START-DATE.
150733     MOVE EUL1-STEP-START-TIME TO EUL1-TIM-START-TIME.
150734     ACCEPT EUL1-TIM-END-DATE FROM DATE YYYYMMDD.
150735     ACCEPT EUL1-TIM-END-TIME FROM TIME.
150736     MOVE RETURN-CODE TO EUL1-TIM-RC.
150737     MOVE ZERO TO EUL1-TIM-LIMIT.
150738     PERFORM 8950-WRITE-TIMING THRU 8950-EXIT.
150739 8910-EXIT.
150740     EXIT.
150741*
150742******************************************************************
150743*    8950-WRITE-TIMING - APPEND ONE ROW TO THE TIMING FILE,      *
150744*    CREATING IT WHEN ABSENT.  THE TIMING FILE IS OPENED ONLY    *
150745*    FOR THE ONE WRITE, AND A FILE THAT CANNOT BE OPENED IS      *
150746*    REPORTED BUT NEVER FAILS THE STEP.                          *
150747******************************************************************
150748 8950-WRITE-TIMING.
150749     OPEN EXTEND EUL1-TIMING-FILE.
150750     IF EUL1-TIM-FILE-NEW
150751         OPEN OUTPUT EUL1-TIMING-FILE
150752     END-IF.
150753     IF NOT EUL1-TIM-FILE-OK
150754         DISPLAY 'EUL1 - TIMING FILE NOT AVAILABLE - STATUS '
150755             EUL1-TIM-FILE-STATUS
150756         GO TO 8950-EXIT
150757     END-IF.
150758     MOVE EUL1-TIM-RECORD TO EUL1-TIM-CARD.
150759     WRITE EUL1-TIM-CARD.
150760     CLOSE EUL1-TIMING-FILE.
150761 8950-EXIT.
150762     EXIT.
150763*
150764******************************************************************
150765*    8960-QUEUE-EXCEPTION - RAISE AN OPEN EXCEPTION ON THE       *
150766*    SHARED EXCEPTION QUEUE.  THE CALLER HAS FILLED THE RUN-ID,  *
150767*    SCENARIO, SEVERITY, AND MESSAGE; THE KEY IS THE CURRENT     *
150768*    DATE AND TIME, THE PROGRAM, AND A SEQUENCE NUMBER WITHIN    *
150769*    THE RUN.  THE QUEUE IS OPENED ONLY FOR THE ONE WRITE, AND A *
150770*    QUEUE THAT CANNOT BE OPENED IS REPORTED BUT NEVER FAILS     *
150771*    THE STEP.                                                   *
150772******************************************************************
150773 8960-QUEUE-EXCEPTION.
150774     ACCEPT EUL1-EXQ-RAISED-DATE FROM DATE YYYYMMDD.
150775     ACCEPT EUL1-EXQ-RAISED-TIME FROM TIME.
150776     MOVE 'EUL1' TO EUL1-EXQ-PROGRAM.
150777     ADD 1 TO EUL1-EXQ-RAISED-CNT.
150778     MOVE EUL1-EXQ-RAISED-CNT TO EUL1-EXQ-SEQ.
150779     SET EUL1-EXQ-OPEN TO TRUE.
150780     MOVE SPACES TO EUL1-EXQ-ACK-OPERATOR.
150781     MOVE SPACES TO EUL1-EXQ-ACK-TIMESTAMP.
150782     MOVE SPACES TO EUL1-EXQ-ACK-COMMENT.
150783     MOVE SPACES TO EUL1-EXQ-RES-OPERATOR.
150784     MOVE SPACES TO EUL1-EXQ-RES-TIMESTAMP.
150785     MOVE SPACES TO EUL1-EXQ-RES-COMMENT.
150786     OPEN I-O EUL1-EXCEPTION-FILE.
150787     IF EUL1-EXQ-FILE-NEW
150788         OPEN OUTPUT EUL1-EXCEPTION-FILE
150789         CLOSE EUL1-EXCEPTION-FILE
150790         OPEN I-O EUL1-EXCEPTION-FILE
150791     END-IF.
150792     IF NOT EUL1-EXQ-FILE-OK
150793         DISPLAY 'EUL1 - EXCEPTION QUEUE NOT AVAILABLE - '
150794             'STATUS ' EUL1-EXQ-FILE-STATUS ' - NOT QUEUED:'
150795         DISPLAY '  ' EUL1-EXQ-MESSAGE
150796         GO TO 8960-EXIT
150797     END-IF.
150798     MOVE EUL1-EXQ-RECORD TO EUL1-EXQ-CARD.
150799     WRITE EUL1-EXQ-CARD
150800         INVALID KEY
150801             DISPLAY 'EUL1 - EXCEPTION QUEUE WRITE FAILED - '
150802                 'NOT QUEUED:'
150803             DISPLAY '  ' EUL1-EXQ-MESSAGE
150804     END-WRITE.
150805     CLOSE EUL1-EXCEPTION-FILE.
150806 8960-EXIT.
150807     EXIT.
150808*
150809******************************************************************
150900*    9000-ABEND - FATAL ERROR EXIT FOR CONDITIONS THAT STOP THE  *
151000*    WHOLE DECK.  LOGS A FAILED RUN TO THE AUDIT TRAIL BEFORE    *
151100*    RETURNING CONTROL WITH THE RETURN-CODE ALREADY SET BY THE   *
151800         PERFORM 8340-WRITE-AUDIT-TRAILER THRU 8340-EXIT
151900         CLOSE EUL1-AUDIT-FILE
152000     END-IF.
152050     PERFORM 8910-WRITE-STEP-END THRU 8910-EXIT.
152100     GO TO 9999-EXIT.
152200*
152300 9999-EXIT.
