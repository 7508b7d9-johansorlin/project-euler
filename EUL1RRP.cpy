001000*                 THE CONTROL RAN.                              *
001100*                                                                *
001200*    01  AUG2026  JDM  ORIGINAL COPYBOOK.                        *
001230*    02  OCT2026  JDM  BREAK BLOCK NAMES THE REGISTERED OWNER    *
001260*                      AND DESCRIPTION OF THE SCENARIO.          *
001300*                                                                *
001400******************************************************************
001500 01  EUL1-RRP-HDG1.
004400     05  FILLER              PIC X(14)
004500         VALUE '** BREAK **'.
004600     05  EUL1-RRP-B-SCENARIO PIC X(08).
004620     05  FILLER              PIC X(09) VALUE '  OWNER:'.
004640     05  EUL1-RRP-B-OWNER    PIC X(30).
004660     05  FILLER              PIC X(08) VALUE '  DESC:'.
004680     05  EUL1-RRP-B-DESC     PIC X(40).
004700     05  FILLER              PIC X(18) VALUE SPACES.
004800*
004900 01  EUL1-RRP-BRK2.
005000     05  FILLER              PIC X(08) VALUE SPACES.
