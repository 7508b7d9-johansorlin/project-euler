000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1RLS                                       *
000400*    DESCRIPTION: FEED RELEASE LEDGER RECORD, KEYED BY RUN-ID.  *
000500*                 EUL1VFY RECORDS EVERY RUN IT VERIFIES AS      *
000600*                 RELEASED OR HELD, WITH THE FIRST FAILURE      *
000700*                 REASON WHEN HELD.  A SUPERVISOR MAY RELEASE   *
000800*                 A HELD RUN BY HAND THROUGH EUL1RLM, WHICH     *
000900*                 STAMPS THE OVERRIDE OPERATOR, TIMESTAMP, AND  *
001000*                 REASON.  EUL1XTR AND EUL1TRD PASS ONLY THE    *
001100*                 FEED ROWS OF RELEASED RUNS; A RUN WITH NO     *
001200*                 LEDGER ENTRY IS NOT RELEASED.  EUL1RSD SEEDS  *
001210*                 THE LEDGER ONCE, AS RELEASED, WITH THE RUNS   *
001220*                 VERIFIED BEFORE IT WAS KEPT.                  *
001300*                                                                *
001400*    01  OCT2026  JDM  ORIGINAL COPYBOOK.                        *
001410*    02  OCT2026  JDM  EUL1RSD SEEDS THE RUNS VERIFIED BEFORE    *
001420*                      THE LEDGER WAS KEPT.                      *
001500*                                                                *
001600******************************************************************
001700 01  EUL1-RLS-RECORD.
001800     05  EUL1-RLS-RUN-ID         PIC X(14).
001900     05  EUL1-RLS-STATUS         PIC X(08).
002000         88  EUL1-RLS-RELEASED       VALUE 'RELEASED'.
002100         88  EUL1-RLS-HELD           VALUE 'HELD'.
002200     05  EUL1-RLS-RUN-DATE       PIC X(10).
002300     05  EUL1-RLS-VFY-TIMESTAMP  PIC X(14).
002400     05  EUL1-RLS-PASS-CNT       PIC 9(03).
002500     05  EUL1-RLS-FAIL-CNT       PIC 9(03).
002600     05  EUL1-RLS-REASON         PIC X(60).
002700     05  EUL1-RLS-OVR-OPERATOR   PIC X(08).
002800     05  EUL1-RLS-OVR-TIMESTAMP  PIC X(14).
002900     05  EUL1-RLS-OVR-REASON     PIC X(60).
003000     05  FILLER                  PIC X(06).
