000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1OPA                                       *
000400*    DESCRIPTION: OPERATOR AUTHORITY RECORD, KEYED BY OPERATOR  *
000500*                 ID.  CARRIES THE OPERATOR'S NAME AND, FOR     *
000600*                 EACH OF THE FIVE ROLES - PARAMETER KEYER,     *
000700*                 PARAMETER APPROVER, BACKOUT REQUESTER,        *
000800*                 CALENDAR MAINTAINER, AND EXCEPTION RESOLVER - *
000900*                 THE DATE THE ROLE TAKES EFFECT AND THE DATE   *
001000*                 IT EXPIRES.  A ROLE IS HELD FROM ITS          *
001100*                 EFFECTIVE DATE THROUGH ITS EXPIRY DATE        *
001200*                 INCLUSIVE; A ROLE WITH NO EFFECTIVE OR NO     *
001300*                 EXPIRY DATE IS NOT HELD.  THE FILE IS OWNED   *
001400*                 BY SECURITY ADMINISTRATION.  EUL1MNT,         *
001500*                 EUL1LOD, EUL1BKO, EUL1CLM, EUL1EXM, EUL1RGM,  *
001600*                 AND EUL1RLM REFUSE AN ACTION WHOSE ROLE THE   *
001700*                 OPERATOR DOES NOT HOLD ON THE DAY AND LOG THE *
001800*                 REFUSAL (EUL1SEC); EUL1SVR REPORTS THE ROLES  *
001900*                 NEARING EXPIRY.  THE ROLE NUMBER AND ROLE     *
002000*                 NAME TABLE BELOW ARE SHARED BY THOSE          *
002100*                 PROGRAMS.                                     *
002200*                                                                *
002300*    01  OCT2026  JDM  ORIGINAL COPYBOOK.                        *
002400*                                                                *
002500******************************************************************
002600 01  EUL1-OPA-RECORD.
002700     05  EUL1-OPA-OPERATOR       PIC X(08).
002800     05  EUL1-OPA-NAME           PIC X(30).
002900     05  EUL1-OPA-ROLES.
003000         10  EUL1-OPA-KEYER.
003100             15  EUL1-OPA-KEYER-EFF      PIC 9(08).
003200             15  EUL1-OPA-KEYER-EXP      PIC 9(08).
003300         10  EUL1-OPA-APPROVER.
003400             15  EUL1-OPA-APPROVER-EFF   PIC 9(08).
003500             15  EUL1-OPA-APPROVER-EXP   PIC 9(08).
003600         10  EUL1-OPA-BACKOUT.
003700             15  EUL1-OPA-BACKOUT-EFF    PIC 9(08).
003800             15  EUL1-OPA-BACKOUT-EXP    PIC 9(08).
003900         10  EUL1-OPA-CALENDAR.
004000             15  EUL1-OPA-CALENDAR-EFF   PIC 9(08).
004100             15  EUL1-OPA-CALENDAR-EXP   PIC 9(08).
004200         10  EUL1-OPA-RESOLVER.
004300             15  EUL1-OPA-RESOLVER-EFF   PIC 9(08).
004400             15  EUL1-OPA-RESOLVER-EXP   PIC 9(08).
004500     05  EUL1-OPA-ROLE-TABLE     REDEFINES EUL1-OPA-ROLES.
004600         10  EUL1-OPA-ROLE       OCCURS 5 TIMES.
004700             15  EUL1-OPA-ROLE-EFF       PIC 9(08).
004800             15  EUL1-OPA-ROLE-EXP       PIC 9(08).
004900     05  FILLER                  PIC X(82).
005000*
005100 01  EUL1-OPA-ROLE-NO        PIC 9(01) VALUE ZERO.
005200     88  EUL1-OPA-FOR-KEYER      VALUE 1.
005300     88  EUL1-OPA-FOR-APPROVER   VALUE 2.
005400     88  EUL1-OPA-FOR-BACKOUT    VALUE 3.
005500     88  EUL1-OPA-FOR-CALENDAR   VALUE 4.
005600     88  EUL1-OPA-FOR-RESOLVER   VALUE 5.
005700*
005800 01  EUL1-OPA-ROLE-NAMES.
005900     05  FILLER              PIC X(20)
006000         VALUE 'PARAMETER KEYER'.
006100     05  FILLER              PIC X(20)
006200         VALUE 'PARAMETER APPROVER'.
006300     05  FILLER              PIC X(20)
006400         VALUE 'BACKOUT REQUESTER'.
006500     05  FILLER              PIC X(20)
006600         VALUE 'CALENDAR MAINTAINER'.
006700     05  FILLER              PIC X(20)
006800         VALUE 'EXCEPTION RESOLVER'.
006900 01  EUL1-OPA-ROLE-NAME-TABLE REDEFINES EUL1-OPA-ROLE-NAMES.
007000     05  EUL1-OPA-ROLE-NAME  PIC X(20) OCCURS 5 TIMES.
