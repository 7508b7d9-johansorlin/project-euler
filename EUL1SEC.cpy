000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1SEC                                       *
000400*    DESCRIPTION: SECURITY VIOLATION RECORD.  ONE RECORD IS     *
000500*                 APPENDED FOR EVERY ACTION REFUSED BECAUSE THE *
000600*                 OPERATOR DOES NOT HOLD THE ROLE IT NEEDS ON   *
000700*                 THE OPERATOR AUTHORITY FILE (EUL1OPA) - BY    *
000800*                 EUL1MNT, EUL1LOD, EUL1BKO, EUL1CLM, EUL1EXM,  *
000900*                 EUL1RGM, AND EUL1RLM - CARRYING WHEN AND      *
001000*                 WHERE IT WAS REFUSED, THE OPERATOR, THE ROLE  *
001100*                 REQUIRED, THE ACTION ATTEMPTED, AND WHY IT    *
001200*                 WAS REFUSED.  EUL1SVR REPORTS THE REFUSALS    *
001300*                 FOR THE ACCESS REVIEW.                        *
001400*                                                                *
001500*    01  OCT2026  JDM  ORIGINAL COPYBOOK.                        *
001600*                                                                *
001700******************************************************************
001800 01  EUL1-SEC-RECORD.
001900     05  EUL1-SEC-TIMESTAMP.
002000         10  EUL1-SEC-DATE       PIC 9(08).
002100         10  EUL1-SEC-TIME       PIC 9(06).
002200     05  EUL1-SEC-PROGRAM        PIC X(08).
002300     05  EUL1-SEC-OPERATOR       PIC X(08).
002400     05  EUL1-SEC-ROLE           PIC X(20).
002500     05  EUL1-SEC-REASON-CODE    PIC X(01).
002600         88  EUL1-SEC-AUTHORIZED     VALUE SPACE.
002700         88  EUL1-SEC-NO-FILE        VALUE 'F'.
002800         88  EUL1-SEC-NOT-LISTED     VALUE 'L'.
002900         88  EUL1-SEC-NOT-HELD       VALUE 'H'.
003000         88  EUL1-SEC-NOT-YET        VALUE 'P'.
003100         88  EUL1-SEC-EXPIRED        VALUE 'E'.
003200     05  EUL1-SEC-REASON         PIC X(40).
003300     05  EUL1-SEC-ACTION         PIC X(60).
003400     05  FILLER                  PIC X(49).
