000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1EXQ                                       *
000400*    DESCRIPTION: EXCEPTION QUEUE RECORD, KEYED BY THE DATE AND *
000500*                 TIME THE EXCEPTION WAS RAISED, THE PROGRAM    *
000600*                 THAT RAISED IT, AND THAT PROGRAM'S SEQUENCE   *
000700*                 NUMBER WITHIN ITS RUN.  EUL1SCH, EUL1,        *
000800*                 EUL1VFY, EUL1REC, EUL1HSK, AND EVERY PROGRAM  *
000900*                 THAT PROVES THE CONTROL BLOCKS RAISE AN OPEN  *
001000*                 EXCEPTION WHEN THEY FLAG A PROBLEM, CARRYING  *
001100*                 THE RUN-ID, THE SCENARIO (PARAMETER SET), THE *
001200*                 SEVERITY AS THE CONDITION CODE THE PROBLEM    *
001300*                 SETS, AND THE MESSAGE TEXT.  AN OPERATOR      *
001400*                 ACKNOWLEDGES OR RESOLVES IT THROUGH EUL1EXM,  *
001500*                 WHICH STAMPS THE OPERATOR, TIMESTAMP, AND     *
001600*                 COMMENT; RESOLVING AN EXCEPTION NOT YET       *
001700*                 ACKNOWLEDGED ACKNOWLEDGES IT AT THE SAME      *
001800*                 TIME.  EUL1SUM REPORTS THE MONTH'S EXCEPTIONS *
001900*                 STILL OPEN OR ACKNOWLEDGED LATE.              *
002000*                                                                *
002100*    01  OCT2026  JDM  ORIGINAL COPYBOOK.                        *
002110*    02  OCT2026  JDM  ADDED THE FATAL SEVERITY (16) FOR A       *
002120*                      STEP THAT CANNOT CONTINUE.                *
002200*                                                                *
002300******************************************************************
002400 01  EUL1-EXQ-RECORD.
002500     05  EUL1-EXQ-RAISED-DATE    PIC 9(08).
002600     05  EUL1-EXQ-RAISED-TIME    PIC 9(08).
002700     05  EUL1-EXQ-PROGRAM        PIC X(08).
002800     05  EUL1-EXQ-SEQ            PIC 9(04).
002900     05  EUL1-EXQ-RUN-ID         PIC X(14).
003000     05  EUL1-EXQ-SCENARIO       PIC X(08).
003100     05  EUL1-EXQ-SEVERITY       PIC 9(02).
003200         88  EUL1-EXQ-SEV-WARNING    VALUE 4.
003300         88  EUL1-EXQ-SEV-FAILURE    VALUE 8.
003400         88  EUL1-EXQ-SEV-IMBALANCE  VALUE 12.
003450         88  EUL1-EXQ-SEV-FATAL      VALUE 16.
003500     05  EUL1-EXQ-MESSAGE        PIC X(80).
003600     05  EUL1-EXQ-STATUS         PIC X(01).
003700         88  EUL1-EXQ-OPEN           VALUE 'O'.
003800         88  EUL1-EXQ-ACKNOWLEDGED   VALUE 'A'.
003900         88  EUL1-EXQ-RESOLVED       VALUE 'R'.
004000     05  EUL1-EXQ-ACK-OPERATOR   PIC X(08).
004100     05  EUL1-EXQ-ACK-TIMESTAMP  PIC X(14).
004200     05  EUL1-EXQ-ACK-COMMENT    PIC X(60).
004300     05  EUL1-EXQ-RES-OPERATOR   PIC X(08).
004400     05  EUL1-EXQ-RES-TIMESTAMP  PIC X(14).
004500     05  EUL1-EXQ-RES-COMMENT    PIC X(60).
004600     05  FILLER                  PIC X(03).
