000700*                 END FLAG THE SELECTION WAS MADE UNDER; ONE    *
000800*                 DETAIL LINE PER CALENDAR RECORD SHOWS WHAT    *
000900*                 WAS SELECTED AND WHAT WAS SKIPPED AND WHY.    *
000920*                 THE HEADING ALSO SHOWS WHETHER TONIGHT IS A   *
000940*                 BUSINESS DAY AND NAMES ANY HOLIDAY IT FALLS   *
000960*                 ON; HOLIDAY SKIPS AND ROLLS ARE DISPOSITIONS. *
001000*                                                                *
001100*    01  SEP2026  JDM  ORIGINAL COPYBOOK.                        *
001130*    02  OCT2026  JDM  ADDED THE BUSINESS-DAY FLAG AND HOLIDAY   *
001160*                      NAME TO THE SECOND HEADING LINE.          *
001200*                                                                *
001300******************************************************************
001400 01  EUL1-SRP-HDG1.
002600     05  EUL1-SRP-H2-DAY     PIC X(09).
002700     05  FILLER              PIC X(13) VALUE '  MONTH-END:'.
002800     05  EUL1-SRP-H2-MEND    PIC X(01).
002830     05  FILLER              PIC X(16) VALUE '  BUSINESS DAY:'.
002860     05  EUL1-SRP-H2-BUS     PIC X(01).
002890     05  FILLER              PIC X(11) VALUE '  HOLIDAY:'.
002920     05  EUL1-SRP-H2-HOL     PIC X(30).
002950     05  FILLER              PIC X(27) VALUE SPACES.
003000*
003100 01  EUL1-SRP-HDG3.
003200     05  FILLER              PIC X(05) VALUE SPACES.
