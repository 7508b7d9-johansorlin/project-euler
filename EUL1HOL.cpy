000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1HOL                                       *
000400*    DESCRIPTION: SHOP HOLIDAY CALENDAR RECORD, KEYED BY THE    *
000500*                 HOLIDAY DATE (CCYYMMDD).  A DATE ON THIS FILE *
000600*                 IS NOT A BUSINESS DAY.  EUL1SCH AND EUL1PRJ   *
000700*                 COUNT BUSINESS DAYS AS MONDAY TO FRIDAY LESS  *
000800*                 THESE DATES, AND APPLY EACH CALENDAR RECORD'S *
000900*                 HOLIDAY ACTION WHEN ITS DATE FALLS ON         *
001000*                 ONE.  MAINTAINED ONLINE THROUGH EUL1CLM, WHICH*
001100*                 STAMPS THE OPERATOR AND TIMESTAMP OF THE LAST *
001200*                 CHANGE.                                       *
001300*                                                                *
001400*    01  OCT2026  JDM  ORIGINAL COPYBOOK.                        *
001500*                                                                *
001600******************************************************************
001700 01  EUL1-HOL-RECORD.
001800     05  EUL1-HOL-DATE           PIC 9(08).
001900     05  EUL1-HOL-DESC           PIC X(30).
002000     05  EUL1-HOL-UPD-OPERATOR   PIC X(08).
002100     05  EUL1-HOL-UPD-TIMESTAMP  PIC X(14).
002200     05  FILLER                  PIC X(20).
