000800*                 ON SPECIFIC CALENDAR DATES.  EUL1SCH READS    *
000900*                 THE CALENDAR EACH NIGHT AND BUILDS THE RUN-   *
001000*                 CONTROL DECK FROM THE SETS DUE TO RUN.        *
001009*                 THE BUSINESS-DAY SCHEDULES - EVERY BUSINESS   *
001018*                 DAY, THE LAST BUSINESS DAY OF THE MONTH, AND  *
001027*                 THE NTH BUSINESS DAY OF THE MONTH - COUNT     *
001036*                 MONDAY TO FRIDAY LESS THE HOLIDAYS ON THE SHOP*
001045*                 HOLIDAY CALENDAR (EUL1HOL).  THE OTHER        *
001054*                 SCHEDULES NAME WHAT HAPPENS WHEN THEIR DATE IS*
001063*                 A HOLIDAY: RUN ANYWAY, SKIP, OR ROLL TO THE   *
001072*                 NEXT BUSINESS DAY.  KEYED BY SET NAME AND     *
001081*                 MAINTAINED ONLINE THROUGH EUL1CLM, WHICH      *
001090*                 STAMPS THE OPERATOR AND DATE OF THE LAST      *
001099*                 CHANGE.                                       *
001100*                                                                *
001200*    01  SEP2026  JDM  ORIGINAL COPYBOOK.                        *
001220*    02  OCT2026  JDM  ADDED THE BUSINESS-DAY SCHEDULES, THE NTH *
001240*                      BUSINESS DAY, THE HOLIDAY ACTION, AND THE *
001260*                      LAST-CHANGE STAMP, OUT OF THE FILLER.  THE*
001280*                      CALENDAR IS NOW A KEYED FILE.             *
001300*                                                                *
001400******************************************************************
001500 01  EUL1-CAL-RECORD.
001900         88  EUL1-CAL-SCHED-WEEKDAYS VALUE 'W'.
002000         88  EUL1-CAL-SCHED-MONTHEND VALUE 'E'.
002100         88  EUL1-CAL-SCHED-DATES    VALUE 'S'.
002120         88  EUL1-CAL-SCHED-BUSDAYS  VALUE 'B'.
002140         88  EUL1-CAL-SCHED-LASTBUS  VALUE 'L'.
002160         88  EUL1-CAL-SCHED-NTHBUS   VALUE 'N'.
002200     05  EUL1-CAL-WEEKDAYS.
002300         10  EUL1-CAL-WEEKDAY    PIC X(01)
002400                                 OCCURS 7 TIMES.
002500     05  EUL1-CAL-DATES.
002600         10  EUL1-CAL-DATE       PIC 9(08)
002700                                 OCCURS 5 TIMES.
002800     05  EUL1-CAL-BDAY-N         PIC 9(02).
002900     05  EUL1-CAL-HOL-ACTION     PIC X(01).
003000         88  EUL1-CAL-HOL-RUN        VALUE SPACE.
003100         88  EUL1-CAL-HOL-SKIP       VALUE 'S'.
003200         88  EUL1-CAL-HOL-ROLL       VALUE 'R'.
003300     05  EUL1-CAL-UPD-OPERATOR   PIC X(08).
003400     05  EUL1-CAL-UPD-DATE       PIC X(08).
003500     05  FILLER                  PIC X(05).
