000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1TIM                                       *
000400*    DESCRIPTION: BATCH-WINDOW TIMING RECORD.  EUL1SCH, EUL1,   *
000500*                 EUL1VFY, AND EUL1REC APPEND A STEP-START ROW  *
000600*                 AS THEY BEGIN AND A STEP-END ROW, CARRYING    *
000700*                 THE START AGAIN AND THE CONDITION CODE, AS    *
000800*                 THEY FINISH; A START WITH NO MATCHING END IS  *
000900*                 A STEP THAT NEVER COMPLETED.  EUL1VFY ALSO    *
001000*                 WRITES ONE SCENARIO ROW PER FEED RECORD IT    *
001100*                 VERIFIES, WITH THE LIMIT AND THE METHOD USED  *
001200*                 (FULL RECOUNT OR SAMPLING).  EUL1'S OWN PER-  *
001300*                 CARD TIMES RIDE ON ITS CHECKPOINT ROWS        *
001400*                 (EUL1CKP).  TIMES ARE HHMMSSHH AS ACCEPTED    *
001500*                 FROM THE SYSTEM CLOCK.  EUL1TMR REPORTS THE   *
001600*                 ELAPSED TIMES NIGHT BY NIGHT.                 *
001700*                                                                *
001800*    01  OCT2026  JDM  ORIGINAL COPYBOOK.                        *
001900*                                                                *
002000******************************************************************
002100 01  EUL1-TIM-RECORD.
002200     05  EUL1-TIM-PROGRAM        PIC X(08).
002300     05  EUL1-TIM-TYPE           PIC X(01).
002400         88  EUL1-TIM-STEP-START     VALUE 'S'.
002500         88  EUL1-TIM-STEP-END       VALUE 'E'.
002600         88  EUL1-TIM-SCENARIO-ROW   VALUE 'C'.
002700     05  EUL1-TIM-RUN-ID         PIC X(14).
002800     05  EUL1-TIM-SCENARIO       PIC X(08).
002900     05  EUL1-TIM-START-DATE     PIC 9(08).
003000     05  EUL1-TIM-START-TIME     PIC 9(08).
003100     05  EUL1-TIM-END-DATE       PIC 9(08).
003200     05  EUL1-TIM-END-TIME       PIC 9(08).
003300     05  EUL1-TIM-RC             PIC 9(04).
003400     05  EUL1-TIM-LIMIT          PIC 9(09).
003500     05  EUL1-TIM-METHOD         PIC X(01).
003600         88  EUL1-TIM-FULL-RECOUNT   VALUE 'F'.
003700         88  EUL1-TIM-SAMPLING       VALUE 'S'.
003800     05  FILLER                  PIC X(03).
