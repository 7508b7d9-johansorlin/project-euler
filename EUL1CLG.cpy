000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1CLG                                       *
000400*    DESCRIPTION: CHANGE-HISTORY RECORD WRITTEN BY EUL1CLM FOR  *
000500*                 EVERY ADD, CHANGE, AND DELETE OF A RUN-       *
000600*                 CALENDAR RECORD (EUL1CAL) OR A SHOP HOLIDAY   *
000700*                 (EUL1HOL).  CARRIES THE OPERATOR, A TIMESTAMP,*
000800*                 THE FILE AND ACTION, THE KEY, AND THE FULL    *
000900*                 BEFORE AND AFTER IMAGES OF THE RECORD, SO ANY *
001000*                 MOVEMENT IN THE SCHEDULE CAN BE PROVED AFTER  *
001100*                 THE FACT.  AN ADD HAS A BLANK BEFORE IMAGE AND*
001200*                 A DELETE A BLANK AFTER IMAGE.                 *
001300*                                                                *
001400*    01  OCT2026  JDM  ORIGINAL COPYBOOK.                        *
001500*                                                                *
001600******************************************************************
001700 01  EUL1-CLG-RECORD.
001800     05  EUL1-CLG-OPERATOR       PIC X(08).
001900     05  EUL1-CLG-TIMESTAMP      PIC X(14).
002000     05  EUL1-CLG-FILE           PIC X(01).
002100         88  EUL1-CLG-FILE-CAL       VALUE 'C'.
002200         88  EUL1-CLG-FILE-HOL       VALUE 'H'.
002300     05  EUL1-CLG-ACTION         PIC X(01).
002400         88  EUL1-CLG-ACT-ADD        VALUE 'A'.
002500         88  EUL1-CLG-ACT-CHANGE     VALUE 'C'.
002600         88  EUL1-CLG-ACT-DELETE     VALUE 'D'.
002700     05  EUL1-CLG-KEY            PIC X(08).
002800     05  EUL1-CLG-BEFORE         PIC X(80).
002900     05  EUL1-CLG-AFTER          PIC X(80).
003000     05  FILLER                  PIC X(08) VALUE SPACES.
