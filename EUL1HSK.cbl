002720*                      IS DOCUMENTED AS INFORMATIONAL - IT IS  *
002730*                      THE NORMAL AWAITING-APPROVAL STATE AND  *
002740*                      DOES NOT SET THE WARNING CODE.          *
002760*        OCT2026  JDM  EACH INTEGRITY EXCEPTION IS ALSO RAISED *
002780*                      ON THE EXCEPTION QUEUE.                 *
002800*                                                                *
002900******************************************************************
003000 IDENTIFICATION DIVISION.
005800     SELECT EUL1-REPORT-FILE ASSIGN TO EUL1KRP
005900                             ORGANIZATION IS SEQUENTIAL
006000                             FILE STATUS IS EUL1-KRP-FILE-STATUS.
006010*
006020     SELECT EUL1-EXCEPTION-FILE ASSIGN TO EUL1EXQ
006030                             ORGANIZATION IS INDEXED
006040                             ACCESS MODE IS DYNAMIC
006050                             RECORD KEY IS EUL1-EXQ-KEY
006060                             FILE STATUS IS EUL1-EXQ-FILE-STATUS.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
009100     RECORD CONTAINS 132 CHARACTERS.
009200 01  EUL1-KRP-PRINT-LINE     PIC X(132).
009300*
009310 FD  EUL1-EXCEPTION-FILE
009320     LABEL RECORDS ARE STANDARD
009330     RECORD CONTAINS 300 CHARACTERS.
009340 01  EUL1-EXQ-CARD.
009350     05  EUL1-EXQ-KEY            PIC X(28).
009360     05  FILLER                  PIC X(272).
009370*
009400 WORKING-STORAGE SECTION.
009500*
009600******************************************************************
014000     05  EUL1-HSK-PV-DATE    PIC X(08).
014100     05  EUL1-HSK-PV-STAT    PIC X(01).
014200*
014210******************************************************************
014220*    EXCEPTION QUEUE RECORD WORKING STORAGE                     *
014230******************************************************************
014240 COPY EUL1EXQ.
014250*
014300******************************************************************
014400*    SWITCHES                                                   *
014500******************************************************************
016100 77  EUL1-KRP-FILE-STATUS    PIC X(02) VALUE '00'.
016200     88  EUL1-KRP-FILE-OK    VALUE '00'.
016300     88  EUL1-KRP-FILE-NEW   VALUE '35'.
016320*
016340 77  EUL1-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
016360     88  EUL1-EXQ-FILE-OK    VALUE '00'.
016380     88  EUL1-EXQ-FILE-NEW   VALUE '35'.
016400*
016500 77  EUL1-KPM-EOF-SW         PIC X(01) VALUE 'N'.
016600     88  EUL1-KPM-EOF        VALUE 'Y'.
018600******************************************************************
018700*    WORKING FIELDS                                              *
018800******************************************************************
018850 77  EUL1-EXQ-RAISED-CNT     PIC 9(04) VALUE ZERO.
018900 77  EUL1-HSK-READ-CNT       PIC 9(08) BINARY VALUE ZERO.
019000 77  EUL1-HSK-ARCH-CNT       PIC 9(08) BINARY VALUE ZERO.
019100 77  EUL1-HSK-DEL-CNT        PIC 9(03) BINARY VALUE ZERO.
046700         MOVE 'UNREADABLE EFFECTIVE DATE:'
046800             TO EUL1-KRP-D-LABEL
046900         PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
046950         PERFORM 8400-QUEUE-INTEGRITY THRU 8400-EXIT
047000         GO TO 3100-EXIT
047100     END-IF.
047200     IF EUL1-PRM-PENDING
047600             MOVE 'STALE PENDING - NEVER APPROVED:'
047700                 TO EUL1-KRP-D-LABEL
047800             PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
047850             PERFORM 8400-QUEUE-INTEGRITY THRU 8400-EXIT
047900         END-IF
048000         GO TO 3100-EXIT
048100     END-IF.
048400         ADD 1 TO EUL1-HSK-EXCEPT-CNT
048500         MOVE 'UNKNOWN STATUS:' TO EUL1-KRP-D-LABEL
048600         PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
048650         PERFORM 8400-QUEUE-INTEGRITY THRU 8400-EXIT
048700         GO TO 3100-EXIT
048800     END-IF.
048900     PERFORM 3200-CHECK-APPROVAL THRU 3200-EXIT.
051600         MOVE 'ACTIVE WITHOUT A LOGGED APPROVAL:'
051700             TO EUL1-KRP-D-LABEL
051800         PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
051850         PERFORM 8400-QUEUE-INTEGRITY THRU 8400-EXIT
051900     END-IF.
052000 3200-EXIT.
052100     EXIT.
067200 8300-EXIT.
067300     EXIT.
067400*
067401******************************************************************
067402*    8400-QUEUE-INTEGRITY - RAISE THE INTEGRITY EXCEPTION JUST   *
067403*    PRINTED ON THE EXCEPTION QUEUE, UNDER THE SET AND THE       *
067404*    DETAIL LABEL ALREADY SET.                                   *
067405******************************************************************
067406 8400-QUEUE-INTEGRITY.
067407     MOVE SPACES TO EUL1-EXQ-RECORD.
067408     MOVE EUL1-PRM-SET-NAME TO EUL1-EXQ-SCENARIO.
067409     SET EUL1-EXQ-SEV-WARNING TO TRUE.
067410     STRING EUL1-KRP-D-LABEL DELIMITED BY ':'
067411            ' - VERSION DATED ' DELIMITED BY SIZE
067412            EUL1-PRM-EFF-DATE DELIMITED BY SIZE
067413            INTO EUL1-EXQ-MESSAGE
067414     END-STRING.
067415     PERFORM 8960-QUEUE-EXCEPTION THRU 8960-EXIT.
067416 8400-EXIT.
067417     EXIT.
067418*
067419******************************************************************
067420*    8960-QUEUE-EXCEPTION - RAISE AN OPEN EXCEPTION ON THE       *
067421*    SHARED EXCEPTION QUEUE.  THE CALLER HAS FILLED THE RUN-ID,  *
067422*    SCENARIO, SEVERITY, AND MESSAGE; THE KEY IS THE CURRENT     *
067423*    DATE AND TIME, THE PROGRAM, AND A SEQUENCE NUMBER WITHIN    *
067424*    THE RUN.  THE QUEUE IS OPENED ONLY FOR THE ONE WRITE, AND A *
067425*    QUEUE THAT CANNOT BE OPENED IS REPORTED BUT NEVER FAILS     *
067426*    THE STEP.                                                   *
067427******************************************************************
067428 8960-QUEUE-EXCEPTION.
067429     ACCEPT EUL1-EXQ-RAISED-DATE FROM DATE YYYYMMDD.
067430     ACCEPT EUL1-EXQ-RAISED-TIME FROM TIME.
067431     MOVE 'EUL1HSK' TO EUL1-EXQ-PROGRAM.
067432     ADD 1 TO EUL1-EXQ-RAISED-CNT.
067433     MOVE EUL1-EXQ-RAISED-CNT TO EUL1-EXQ-SEQ.
067434     SET EUL1-EXQ-OPEN TO TRUE.
067435     MOVE SPACES TO EUL1-EXQ-ACK-OPERATOR.
067436     MOVE SPACES TO EUL1-EXQ-ACK-TIMESTAMP.
067437     MOVE SPACES TO EUL1-EXQ-ACK-COMMENT.
067438     MOVE SPACES TO EUL1-EXQ-RES-OPERATOR.
067439     MOVE SPACES TO EUL1-EXQ-RES-TIMESTAMP.
067440     MOVE SPACES TO EUL1-EXQ-RES-COMMENT.
067441     OPEN I-O EUL1-EXCEPTION-FILE.
067442     IF EUL1-EXQ-FILE-NEW
067443         OPEN OUTPUT EUL1-EXCEPTION-FILE
067444         CLOSE EUL1-EXCEPTION-FILE
067445         OPEN I-O EUL1-EXCEPTION-FILE
067446     END-IF.
067447     IF NOT EUL1-EXQ-FILE-OK
067448         DISPLAY 'EUL1HSK - EXCEPTION QUEUE NOT AVAILABLE - '
067449             'STATUS ' EUL1-EXQ-FILE-STATUS ' - NOT QUEUED:'
067450         DISPLAY '  ' EUL1-EXQ-MESSAGE
067451         GO TO 8960-EXIT
067452     END-IF.
067453     MOVE EUL1-EXQ-RECORD TO EUL1-EXQ-CARD.
067454     WRITE EUL1-EXQ-CARD
067455         INVALID KEY
067456             DISPLAY 'EUL1HSK - EXCEPTION QUEUE WRITE FAILED - '
067457                 'NOT QUEUED:'
067458             DISPLAY '  ' EUL1-EXQ-MESSAGE
067459     END-WRITE.
067460     CLOSE EUL1-EXCEPTION-FILE.
067461 8960-EXIT.
067462     EXIT.
067463*
067500******************************************************************
067600*    9999-EXIT - FATAL ERROR EXIT.  THE RETURN-CODE HAS ALREADY  *
067700*    BEEN SET BY THE PARAGRAPH THAT DETECTED THE ERROR.          *
