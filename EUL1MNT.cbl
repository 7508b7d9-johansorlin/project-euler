001330*        APPROVAL WRITES A CHANGE-HISTORY RECORD CARRYING THE   *
001340*        OPERATOR, A TIMESTAMP, AND THE FULL BEFORE AND AFTER   *
001350*        IMAGES OF THE PARAMETER RECORD.                        *
001360*        THE OPERATOR MUST HOLD THE KEYER ROLE TO UPDATE AND    *
001370*        THE APPROVER ROLE TO APPROVE ON THE OPERATOR AUTHORITY *
001380*        FILE (EUL1OPA); A REFUSAL IS LOGGED TO THE SECURITY    *
001390*        VIOLATION FILE (EUL1SEC).                              *
001400*                                                                *
001500*    MODIFICATION HISTORY:                                      *
001600*        AUG2026  JDM  ORIGINAL PROGRAM.                        *
001702*                      STATUS; THE IN-CORE TABLE, THE WHOLE-   *
001703*                      FILE REWRITE, AND THE 100-RECORD        *
001704*                      CEILING ARE GONE.                       *
001705*        OCT2026  JDM  A VERSION IS KEYED OR APPROVED ONLY     *
001706*                      FOR A SCENARIO REGISTERED AND ACTIVE    *
001707*                      ON THE SCENARIO REGISTRY (EUL1REG).     *
001708*        OCT2026  JDM  AN UPDATE IS REFUSED UNLESS THE         *
001709*                      OPERATOR HOLDS THE PARAMETER KEYER      *
001710*                      ROLE, AND AN APPROVAL UNLESS THEY HOLD  *
001711*                      THE PARAMETER APPROVER ROLE, ON THE     *
001712*                      OPERATOR AUTHORITY FILE (EUL1OPA); EACH *
001713*                      REFUSAL IS LOGGED TO THE SECURITY       *
001714*                      VIOLATION FILE (EUL1SEC).               *
001728*        OCT2026  JDM  THE SCENARIO REGISTRY IS TRUSTED ONLY   *
001742*                      WHEN IT OPENS AND READS CLEAN; ANY      *
001756*                      OTHER FILE STATUS REFUSES THE           *
001770*                      TRANSACTION.                            *
001772*        OCT2026  JDM  THE AUTHORITY RECORD IS TAKEN FROM THE  *
001774*                      RECORD AREA BEFORE THE FILE IS CLOSED,  *
001776*                      AND A READ THAT FAILS FOR ANY REASON    *
001778*                      OTHER THAN RECORD NOT FOUND AUTHORIZES  *
001780*                      NOBODY.                                 *
001784*                                                                *
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. EUL1MNT.
003030     SELECT EUL1-CHGLOG-FILE ASSIGN TO EUL1CHG
003040                             ORGANIZATION IS SEQUENTIAL
003050                             FILE STATUS IS EUL1-CHG-FILE-STATUS.
003057*
003064     SELECT EUL1-REGISTRY-FILE ASSIGN TO EUL1REG
003071                             ORGANIZATION IS INDEXED
003078                             ACCESS MODE IS DYNAMIC
003085                             RECORD KEY IS EUL1-REG-KEY
003092                             FILE STATUS IS EUL1-REG-FILE-STATUS.
003093*
003094     SELECT EUL1-AUTHORITY-FILE ASSIGN TO EUL1OPA
003095                             ORGANIZATION IS INDEXED
003096                             ACCESS MODE IS DYNAMIC
003097                             RECORD KEY IS EUL1-OPA-KEY
003098                             FILE STATUS IS EUL1-OPA-FILE-STATUS.
003099*
003100     SELECT EUL1-SECLOG-FILE ASSIGN TO EUL1SEC
003101                             ORGANIZATION IS SEQUENTIAL
003102                             FILE STATUS IS EUL1-SEC-FILE-STATUS.
003103*
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  EUL1-PARMS-FILE
003730     LABEL RECORDS ARE STANDARD
003740     RECORD CONTAINS 400 CHARACTERS.
003750 01  EUL1-CHG-CARD           PIC X(400).
003756*
003762 FD  EUL1-REGISTRY-FILE
003768     LABEL RECORDS ARE STANDARD
003774     RECORD CONTAINS 200 CHARACTERS.
003780 01  EUL1-REG-CARD.
003786     05  EUL1-REG-KEY            PIC X(08).
003792     05  FILLER                  PIC X(192).
003800*
003807 FD  EUL1-AUTHORITY-FILE
003814     LABEL RECORDS ARE STANDARD
003821     RECORD CONTAINS 200 CHARACTERS.
003828 01  EUL1-OPA-CARD.
003835     05  EUL1-OPA-KEY            PIC X(08).
003842     05  FILLER                  PIC X(192).
003849*
003856 FD  EUL1-SECLOG-FILE
003863     LABEL RECORDS ARE STANDARD
003870     RECORD CONTAINS 200 CHARACTERS.
003877 01  EUL1-SEC-CARD           PIC X(200).
003884*
003900 WORKING-STORAGE SECTION.
004000*
004100******************************************************************
004430*    CHANGE-HISTORY RECORD WORKING STORAGE                      *
004440******************************************************************
004450 COPY EUL1CHG.
004451*
004452******************************************************************
004453*    SCENARIO REGISTRY RECORD WORKING STORAGE                   *
004454******************************************************************
004455 COPY EUL1REG.
004460*
004470******************************************************************
004480*    HOLD AREAS FOR THE LIBRARY VERSIONS READ FOR THE KEYED     *
004494 01  EUL1-MNT-ACT-REC        PIC X(160) VALUE SPACES.
004495 01  EUL1-MNT-SEED-REC       PIC X(160) VALUE SPACES.
004600*
004609******************************************************************
004618*    OPERATOR AUTHORITY RECORD WORKING STORAGE                  *
004627******************************************************************
004636 COPY EUL1OPA.
004645*
004654******************************************************************
004663*    SECURITY VIOLATION RECORD WORKING STORAGE                  *
004672******************************************************************
004681 COPY EUL1SEC.
004690*
004700******************************************************************
004800*    SWITCHES                                                   *
004900******************************************************************
005260 77  EUL1-CHG-FILE-STATUS    PIC X(02) VALUE '00'.
005270     88  EUL1-CHG-FILE-OK    VALUE '00'.
005280     88  EUL1-CHG-FILE-NEW   VALUE '35'.
005281*
005282 77  EUL1-REG-FILE-STATUS    PIC X(02) VALUE '00'.
005283     88  EUL1-REG-FILE-OK    VALUE '00'.
005284     88  EUL1-REG-FILE-NEW   VALUE '35'.
005285*
005286 77  EUL1-OPA-FILE-STATUS    PIC X(02) VALUE '00'.
005287     88  EUL1-OPA-FILE-OK    VALUE '00'.
005288     88  EUL1-OPA-FILE-NEW   VALUE '35'.
005289*
005290 77  EUL1-SEC-FILE-STATUS    PIC X(02) VALUE '00'.
005291     88  EUL1-SEC-FILE-OK    VALUE '00'.
005292     88  EUL1-SEC-FILE-NEW   VALUE '35'.
005293*
005294 77  EUL1-MNT-REG-SW         PIC X(01) VALUE 'N'.
005295     88  EUL1-MNT-REG-OPEN   VALUE 'Y'.
005296     88  EUL1-MNT-REG-ABSENT VALUE 'N'.
005297     88  EUL1-MNT-REG-FAILED VALUE 'F'.
005298*
005300 77  EUL1-CHG-EOF-SW         PIC X(01) VALUE 'N'.
005310     88  EUL1-CHG-EOF        VALUE 'Y'.
005320*
007785         PERFORM 8000-CLOSE-LIBRARY THRU 8000-EXIT
007790         STOP RUN
007800     END-IF.
007801     PERFORM 1600-CHECK-REGISTRY THRU 1600-EXIT.
007802     IF EUL1-MNT-ERROR
007803         DISPLAY 'EUL1MNT - NO UPDATE APPLIED'
007804         PERFORM 8000-CLOSE-LIBRARY THRU 8000-EXIT
007805         STOP RUN
007806     END-IF.
007810     IF EUL1-MNT-FUNC-APPROVE
007820         PERFORM 6000-APPROVE-PENDING THRU 6000-EXIT
007825         PERFORM 8000-CLOSE-LIBRARY THRU 8000-EXIT
008600******************************************************************
008700*    1000-OPEN-LIBRARY - OPEN THE KEYED PARAMETER-SET LIBRARY    *
008800*    FOR UPDATE.  A MISSING FILE IS AN EMPTY LIBRARY, NOT AN     *
008810*    ERROR, SO THE FIRST SET CAN BE KEYED.  THE SCENARIO         *
008840*    REGISTRY IS OPENED FOR INQUIRY; A MISSING REGISTRY HOLDS    *
008870*    NO SCENARIOS, SO NOTHING CAN BE KEYED UNTIL IT IS BUILT.    *
008880*    A REGISTRY THAT CANNOT BE OPENED REFUSES EVERY TRANSACTION. *
008900******************************************************************
009000 1000-OPEN-LIBRARY.
009200     OPEN I-O EUL1-PARMS-FILE.
009260         CLOSE EUL1-PARMS-FILE
009270         OPEN I-O EUL1-PARMS-FILE
009280     END-IF.
009380     OPEN INPUT EUL1-REGISTRY-FILE.
009480     IF EUL1-REG-FILE-NEW
009580         DISPLAY 'EUL1MNT - NO SCENARIO REGISTRY ON FILE - NO '
009680             'SCENARIO IS REGISTERED'
009720     ELSE
009760         IF EUL1-REG-FILE-OK
009800             SET EUL1-MNT-REG-OPEN TO TRUE
009840         ELSE
009880             DISPLAY 'EUL1MNT - SCENARIO REGISTRY NOT AVAILABLE '
009920                 '- STATUS ' EUL1-REG-FILE-STATUS
009960             SET EUL1-MNT-REG-FAILED TO TRUE
010000         END-IF
010040     END-IF.
010100 1000-EXIT.
010200     EXIT.
010510*
010511******************************************************************
010512*    1300-ACCEPT-OPERATOR - SIGN THE OPERATOR ON AND PICK UP    *
010513*    THE FUNCTION, STAMPING THE SESSION FOR THE CHANGE LOG.     *
010514*    THE OPERATOR MUST HOLD THE ROLE THE FUNCTION NEEDS.        *
010515******************************************************************
010516 1300-ACCEPT-OPERATOR.
010517     SET EUL1-MNT-NO-ERROR TO TRUE.
010518     ACCEPT EUL1-MNT-TODAY FROM DATE YYYYMMDD.
010519     ACCEPT EUL1-MNT-TIME FROM TIME.
010520     STRING EUL1-MNT-TODAY DELIMITED BY SIZE
010521            EUL1-MNT-TIME(1:6) DELIMITED BY SIZE
010522            INTO EUL1-MNT-TIMESTAMP
010523     END-STRING.
010524     DISPLAY 'EUL1 PARAMETER-SET MAINTENANCE'.
010525     DISPLAY 'ENTER OPERATOR ID: '.
010526     ACCEPT EUL1-MNT-OPERATOR.
010527     IF EUL1-MNT-OPERATOR = SPACES
010528         DISPLAY 'EUL1MNT - OPERATOR ID IS REQUIRED'
010529         SET EUL1-MNT-ERROR TO TRUE
010530         GO TO 1300-EXIT
010531     END-IF.
010532     DISPLAY 'ENTER FUNCTION - U = UPDATE, A = APPROVE: '.
010533     ACCEPT EUL1-MNT-FUNCTION.
010534     IF NOT EUL1-MNT-FUNC-UPDATE
010535        AND NOT EUL1-MNT-FUNC-APPROVE
010536         DISPLAY 'EUL1MNT - FUNCTION MUST BE U OR A'
010537         SET EUL1-MNT-ERROR TO TRUE
010538         GO TO 1300-EXIT
010539     END-IF.
010540     MOVE SPACES TO EUL1-SEC-RECORD.
010541     IF EUL1-MNT-FUNC-UPDATE
010542         SET EUL1-OPA-FOR-KEYER TO TRUE
010543         MOVE 'KEY A PARAMETER-SET CHANGE' TO EUL1-SEC-ACTION
010544     ELSE
010545         SET EUL1-OPA-FOR-APPROVER TO TRUE
010546         MOVE 'APPROVE A PENDING PARAMETER-SET CHANGE'
010547             TO EUL1-SEC-ACTION
010548     END-IF.
010549     PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT.
010550     IF NOT EUL1-SEC-AUTHORIZED
010551         SET EUL1-MNT-ERROR TO TRUE
010552     END-IF.
010553 1300-EXIT.
010554     EXIT.
010555*
010556******************************************************************
010557*    1400-CHECK-AUTHORITY - THE OPERATOR MUST HOLD THE ROLE     *
010558*    NAMED BY EUL1-OPA-ROLE-NO ON THE OPERATOR AUTHORITY FILE,  *
010559*    EFFECTIVE AND NOT EXPIRED TODAY.  THE CALLER HAS CLEARED   *
010560*    THE VIOLATION RECORD AND NAMED THE ACTION ATTEMPTED.  A    *
010561*    REFUSAL IS DISPLAYED AND LOGGED, AND LEAVES                *
010562*    EUL1-SEC-AUTHORIZED FALSE FOR THE CALLER TO ACT ON.        *
010563******************************************************************
010564 1400-CHECK-AUTHORITY.
010565     MOVE SPACE TO EUL1-SEC-REASON-CODE.
010566     MOVE SPACES TO EUL1-SEC-REASON.
010567     PERFORM 1420-FIND-AUTHORITY THRU 1420-EXIT.
010568     IF EUL1-SEC-AUTHORIZED
010569         GO TO 1400-EXIT
010570     END-IF.
010571     DISPLAY 'EUL1MNT - OPERATOR ' EUL1-MNT-OPERATOR
010572         ' IS NOT AUTHORIZED AS '
010573         EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO).
010574     DISPLAY 'EUL1MNT - ' EUL1-SEC-REASON.
010575     PERFORM 1450-LOG-VIOLATION THRU 1450-EXIT.
010576 1400-EXIT.
010577     EXIT.
010578*
010579******************************************************************
010580*    1420-FIND-AUTHORITY - READ THE OPERATOR'S AUTHORITY RECORD *
010581*    AND JUDGE THE ROLE AGAINST TODAY'S DATE, SETTING THE       *
010582*    REASON FOR ANY REFUSAL.  A MISSING OR UNREADABLE           *
010583*    AUTHORITY FILE AUTHORIZES NOBODY.                          *
010584******************************************************************
010585 1420-FIND-AUTHORITY.
010586     OPEN INPUT EUL1-AUTHORITY-FILE.
010587     IF NOT EUL1-OPA-FILE-OK
010588         SET EUL1-SEC-NO-FILE TO TRUE
010589         STRING 'NO OPERATOR AUTHORITY FILE - STATUS '
010590                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
010591                INTO EUL1-SEC-REASON
010592         END-STRING
010593         GO TO 1420-EXIT
010594     END-IF.
010595     MOVE EUL1-MNT-OPERATOR TO EUL1-OPA-KEY.
010596     READ EUL1-AUTHORITY-FILE
010597         INVALID KEY
010598             SET EUL1-SEC-NOT-LISTED TO TRUE
010599             MOVE 'OPERATOR IS NOT ON THE AUTHORITY FILE'
010600                 TO EUL1-SEC-REASON
010601     END-READ.
010602     IF NOT EUL1-SEC-NOT-LISTED
010603        AND NOT EUL1-OPA-FILE-OK
010604         SET EUL1-SEC-NO-FILE TO TRUE
010605         STRING 'AUTHORITY FILE READ FAILED - STATUS '
010606                EUL1-OPA-FILE-STATUS DELIMITED BY SIZE
010607                INTO EUL1-SEC-REASON
010608         END-STRING
010609     END-IF.
010610     IF EUL1-SEC-AUTHORIZED
010611         MOVE EUL1-OPA-CARD TO EUL1-OPA-RECORD
010612     END-IF.
010613     CLOSE EUL1-AUTHORITY-FILE.
010614     IF NOT EUL1-SEC-AUTHORIZED
010615         GO TO 1420-EXIT
010616     END-IF.
010617     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) NOT NUMERIC
010618        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) NOT NUMERIC
010619         SET EUL1-SEC-NOT-HELD TO TRUE
010620         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
010621         GO TO 1420-EXIT
010622     END-IF.
010623     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) = ZERO
010624        OR EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) = ZERO
010625         SET EUL1-SEC-NOT-HELD TO TRUE
010626         MOVE 'ROLE IS NOT HELD' TO EUL1-SEC-REASON
010627         GO TO 1420-EXIT
010628     END-IF.
010629     IF EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO) > EUL1-MNT-TODAY
010630         SET EUL1-SEC-NOT-YET TO TRUE
010631         STRING 'ROLE IS NOT EFFECTIVE UNTIL '
010632                EUL1-OPA-ROLE-EFF(EUL1-OPA-ROLE-NO)
010633                DELIMITED BY SIZE
010634                INTO EUL1-SEC-REASON
010635         END-STRING
010636         GO TO 1420-EXIT
010637     END-IF.
010638     IF EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO) < EUL1-MNT-TODAY
010639         SET EUL1-SEC-EXPIRED TO TRUE
010640         STRING 'ROLE EXPIRED '
010641                EUL1-OPA-ROLE-EXP(EUL1-OPA-ROLE-NO)
010642                DELIMITED BY SIZE
010643                INTO EUL1-SEC-REASON
010644         END-STRING
010645     END-IF.
010646 1420-EXIT.
010647     EXIT.
010648*
010649******************************************************************
010650*    1450-LOG-VIOLATION - APPEND THE REFUSAL TO THE SECURITY    *
010651*    VIOLATION FILE.  A FILE THAT CANNOT BE OPENED IS REPORTED; *
010652*    THE ACTION IS REFUSED EITHER WAY.                          *
010653******************************************************************
010654 1450-LOG-VIOLATION.
010655     MOVE EUL1-MNT-TIMESTAMP TO EUL1-SEC-TIMESTAMP.
010656     MOVE 'EUL1MNT' TO EUL1-SEC-PROGRAM.
010657     MOVE EUL1-MNT-OPERATOR TO EUL1-SEC-OPERATOR.
010658     MOVE EUL1-OPA-ROLE-NAME(EUL1-OPA-ROLE-NO) TO EUL1-SEC-ROLE.
010659     OPEN EXTEND EUL1-SECLOG-FILE.
010660     IF EUL1-SEC-FILE-NEW
010661         OPEN OUTPUT EUL1-SECLOG-FILE
010662     END-IF.
010663     IF NOT EUL1-SEC-FILE-OK
010664         DISPLAY 'EUL1MNT - SECURITY VIOLATION FILE NOT '
010665             'AVAILABLE - STATUS ' EUL1-SEC-FILE-STATUS
010666             ' - REFUSAL NOT LOGGED'
010667         GO TO 1450-EXIT
010668     END-IF.
010669     MOVE EUL1-SEC-RECORD TO EUL1-SEC-CARD.
010670     WRITE EUL1-SEC-CARD.
010671     CLOSE EUL1-SECLOG-FILE.
010672 1450-EXIT.
010673     EXIT.
010674*
010675******************************************************************
010676*    1500-ACCEPT-KEY - PROMPT FOR THE SET NAME AND EFFECTIVE-    *
010677*    FROM DATE OF THE VERSION TO BE KEYED OR APPROVED.  A        *
010678*    BLANK DATE MEANS EFFECTIVE TODAY.                           *
010679******************************************************************
010680 1500-ACCEPT-KEY.
010681     DISPLAY 'ENTER PARAMETER SET NAME (E.G. MONTHEND): '.
010682     ACCEPT EUL1-MNT-NEW-SET.
010683     IF EUL1-MNT-NEW-SET = SPACES
010684         DISPLAY 'EUL1MNT - SET NAME IS REQUIRED'
010685         SET EUL1-MNT-ERROR TO TRUE
010686         GO TO 1500-EXIT
010687     END-IF.
010688     DISPLAY 'ENTER EFFECTIVE-FROM DATE, CCYYMMDD'.
010690     DISPLAY '(BLANK = EFFECTIVE TODAY): '.
010700     ACCEPT EUL1-MNT-NEW-DATE.
010710     IF EUL1-MNT-NEW-DATE = SPACES
010880     END-IF.
010890 1500-EXIT.
010900     EXIT.
010902*
010904******************************************************************
010905*    1600-CHECK-REGISTRY - THE KEYED SET MUST BE A SCENARIO      *
010906*    REGISTERED AND ACTIVE ON THE SCENARIO REGISTRY.  NO         *
010907*    VERSION OF AN UNREGISTERED OR RETIRED SCENARIO IS KEYED     *
010908*    OR APPROVED, AND NONE AT ALL WHILE THE REGISTRY CANNOT BE   *
010909*    READ.                                                       *
010910******************************************************************
010911 1600-CHECK-REGISTRY.
010912     IF EUL1-MNT-REG-FAILED
010913         DISPLAY 'EUL1MNT - SCENARIO REGISTRY NOT AVAILABLE - '
010914             'STATUS ' EUL1-REG-FILE-STATUS
010915         SET EUL1-MNT-ERROR TO TRUE
010916         GO TO 1600-EXIT
010917     END-IF.
010918     IF EUL1-MNT-REG-ABSENT
010919         DISPLAY 'EUL1MNT - SCENARIO ' EUL1-MNT-NEW-SET
010920             ' IS NOT REGISTERED - REGISTER IT THROUGH EUL1RGM'
010921         SET EUL1-MNT-ERROR TO TRUE
010922         GO TO 1600-EXIT
010923     END-IF.
010924     MOVE EUL1-MNT-NEW-SET TO EUL1-REG-KEY.
010925     READ EUL1-REGISTRY-FILE
010926         INVALID KEY
010927             DISPLAY 'EUL1MNT - SCENARIO ' EUL1-MNT-NEW-SET
010928                 ' IS NOT REGISTERED - REGISTER IT THROUGH '
010929                 'EUL1RGM'
010930             SET EUL1-MNT-ERROR TO TRUE
010931             GO TO 1600-EXIT
010932     END-READ.
010933     IF NOT EUL1-REG-FILE-OK
010934         DISPLAY 'EUL1MNT - SCENARIO REGISTRY READ FAILED - '
010935             'STATUS ' EUL1-REG-FILE-STATUS
010936         SET EUL1-MNT-ERROR TO TRUE
010937         GO TO 1600-EXIT
010938     END-IF.
010939     MOVE EUL1-REG-CARD TO EUL1-REG-RECORD.
010940     IF EUL1-REG-RETIRED
010941         DISPLAY 'EUL1MNT - SCENARIO ' EUL1-MNT-NEW-SET
010942             ' WAS RETIRED ON ' EUL1-REG-RETIRED-DATE
010943         SET EUL1-MNT-ERROR TO TRUE
010944         GO TO 1600-EXIT
010945     END-IF.
010946     DISPLAY '  SCENARIO . . . . . . . . . : ' EUL1-REG-DESC.
010947     DISPLAY '  BUSINESS OWNER . . . . . . : ' EUL1-REG-OWNER.
010948 1600-EXIT.
010949     EXIT.
010970*
010972******************************************************************
010974*    2000-SHOW-CURRENT - LOCATE THE VERSION ON FILE FOR THE      *
010976*    KEYED SET NAME AND DATE - THE PENDING VERSION WHEN ONE IS   *
010978*    AWAITING APPROVAL, OTHERWISE THE ACTIVE VERSION, OTHERWISE  *
010980*    A NEW VERSION SEEDED FROM THE LATEST EARLIER ACTIVE         *
010982*    VERSION - AND DISPLAY THE STARTING VALUES TO THE OPERATOR.  *
010984******************************************************************
011000 2000-SHOW-CURRENT.
011010     PERFORM 2300-FIND-PENDING THRU 2300-EXIT.
011020     PERFORM 2350-FIND-ACTIVE THRU 2350-EXIT.
024770******************************************************************
024780 8000-CLOSE-LIBRARY.
024790     CLOSE EUL1-PARMS-FILE.
024792     IF EUL1-MNT-REG-OPEN
024794         CLOSE EUL1-REGISTRY-FILE
024796     END-IF.
024800 8000-EXIT.
024810     EXIT.
