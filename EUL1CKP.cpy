000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    EUL1CKP                                       *
000400*    DESCRIPTION: EUL1 CHECKPOINT ROW.  ONE ROW IS APPENDED AS  *
000500*                 EACH RUN-CONTROL CARD COMPLETES, AFTER ITS    *
000600*                 FEED AND AUDIT OUTPUT IS ON FILE; A RERUN     *
000700*                 FLAGGED WITH THE ORIGINAL RUN-ID ON THE       *
000800*                 RESTART CARD SKIPS THE CARDS ALREADY          *
000900*                 CHECKPOINTED UNDER THAT RUN.  THE ROW ALSO    *
001000*                 CARRIES WHEN THE CARD STARTED AND ENDED AND   *
001100*                 THE UPPER LIMIT IT RAN UNDER, FOR THE         *
001200*                 EUL1TMR ELAPSED-TIME TREND.  ROWS WRITTEN     *
001300*                 BEFORE THE TIMES WERE ADDED CARRY SPACES      *
001400*                 THERE.                                        *
001500*                                                                *
001600*    01  OCT2026  JDM  ORIGINAL COPYBOOK, TAKEN FROM THE LAYOUT  *
001700*                      CARRIED INLINE IN EUL1, WITH THE CARD     *
001800*                      START AND END TIMES AND THE LIMIT ADDED.  *
001900*                                                                *
002000******************************************************************
002100 01  EUL1-CKP-RECORD.
002200     05  EUL1-CKP-RUN-ID         PIC X(14).
002300     05  EUL1-CKP-CARD-NO        PIC 9(05).
002400     05  EUL1-CKP-SET-NAME       PIC X(08).
002500     05  EUL1-CKP-STATUS         PIC X(01).
002600     05  EUL1-CKP-START-DATE     PIC 9(08).
002700     05  EUL1-CKP-START-TIME     PIC 9(08).
002800     05  EUL1-CKP-END-DATE       PIC 9(08).
002900     05  EUL1-CKP-END-TIME       PIC 9(08).
003000     05  EUL1-CKP-LIMIT          PIC 9(09).
003100     05  FILLER                  PIC X(11).
