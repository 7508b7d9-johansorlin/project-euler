000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1LDT                                       *
000400*    DESCRIPTION: PARAMETER-LOAD TRANSACTION READ BY EUL1LOD.   *
000500*                 ONE CARD PER PARAMETER-SET VERSION TO BE      *
000600*                 LANDED PENDING: THE SET NAME AND EFFECTIVE-   *
000700*                 FROM DATE (BLANK = TODAY), THEN THE SAME      *
000800*                 FIELDS THE EUL1MNT SCREEN TAKES - UPPER       *
000900*                 LIMIT, DIVISORS AND EXCLUSION DIVISORS AS     *
001000*                 COMMA-SEPARATED LISTS, MODE (F, R, X, OR B),  *
001100*                 AND LOWER BOUND.  A BLANK FIELD MEANS "LEAVE  *
001200*                 AS IS", EXACTLY AS ON THE SCREEN.             *
001300*                                                                *
001400*    01  OCT2026  JDM  ORIGINAL COPYBOOK.                        *
001500*                                                                *
001600******************************************************************
001700 01  EUL1-LDT-RECORD.
001800     05  EUL1-LDT-SET-NAME       PIC X(08).
001900     05  FILLER                  PIC X(01).
002000     05  EUL1-LDT-EFF-DATE       PIC X(08).
002100     05  FILLER                  PIC X(01).
002200     05  EUL1-LDT-LIMIT          PIC X(09).
002300     05  FILLER                  PIC X(01).
002400     05  EUL1-LDT-DIVISORS       PIC X(39).
002500     05  FILLER                  PIC X(01).
002600     05  EUL1-LDT-MODE           PIC X(01).
002700     05  FILLER                  PIC X(01).
002800     05  EUL1-LDT-LOWER          PIC X(09).
002900     05  FILLER                  PIC X(01).
003000     05  EUL1-LDT-EXCLUSIONS     PIC X(39).
003100     05  FILLER                  PIC X(41).
