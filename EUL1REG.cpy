000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1REG                                       *
000400*    DESCRIPTION: SCENARIO REGISTRY RECORD, KEYED BY SCENARIO   *
000500*                 (PARAMETER SET NAME).  CARRIES WHAT THE       *
000600*                 SCENARIO IS FOR, THE BUSINESS OWNER AND THEIR *
000700*                 CONTACT, THE COST CENTRE IT IS CHARGED TO,    *
000800*                 AND WHETHER IT IS ACTIVE OR RETIRED.          *
000900*                 MAINTAINED ONLINE THROUGH EUL1RGM, WHICH      *
001000*                 STAMPS THE OPERATOR AND TIMESTAMP OF THE      *
001100*                 LAST CHANGE.  EUL1MNT WILL NOT KEY OR APPROVE *
001200*                 A VERSION OF A SCENARIO THAT IS NOT ACTIVE    *
001300*                 HERE; EUL1SCH SKIPS RETIRED SCENARIOS.        *
001400*                                                                *
001500*    01  OCT2026  JDM  ORIGINAL COPYBOOK.                        *
001600*                                                                *
001700******************************************************************
001800 01  EUL1-REG-RECORD.
001900     05  EUL1-REG-SCENARIO       PIC X(08).
002000     05  EUL1-REG-STATUS         PIC X(01).
002100         88  EUL1-REG-ACTIVE         VALUE 'A'.
002200         88  EUL1-REG-RETIRED        VALUE 'R'.
002300     05  EUL1-REG-DESC           PIC X(40).
002400     05  EUL1-REG-OWNER          PIC X(30).
002500     05  EUL1-REG-CONTACT        PIC X(30).
002600     05  EUL1-REG-COST-CENTRE    PIC X(10).
002700     05  EUL1-REG-ADD-TIMESTAMP  PIC X(14).
002800     05  EUL1-REG-RETIRED-DATE   PIC X(08).
002900     05  EUL1-REG-UPD-OPERATOR   PIC X(08).
003000     05  EUL1-REG-UPD-TIMESTAMP  PIC X(14).
003100     05  FILLER                  PIC X(37).
