000100 FD  LEAVE-USAGE-FILE
000200*  Written  10/15/26  TR
000300*  LVUSE - protected leave days charged, one record per employee
000400*  per absence day, keyed employer / employee / date.  Written
000500*  and kept current by NNNNNN68 from the absence-coded TIMEDT
000600*  records, and kept after the time details themselves have
000700*  gone to history so the 12-month lookback still sees them.
000800*  LVU-CASE-NO zero is an absence day no leave case covers.
000900*
001000     RECORD CONTAINS 80 COMPRESSED CHARACTERS
001100     LABEL RECORDS ARE STANDARD
001200         VALUE OF
001300             FILENAME IS LVU-FILE-NAME
001400             LIBRARY  IS LVU-LIBRARY
001500             VOLUME   IS LVU-VOLUME
001600             SPACE    IS LVU-SPACE.
001700
001800 01  LEAVE-USAGE-RECORD.
001900     05  LVU-KEY.
002000         10  LVU-EMPLOYER-NO             PIC 9(2).
002100         10  LVU-EMP-NUM                 PIC 9(4).
002200         10  LVU-DATE-CYMD               PIC 9(8).
002300     05  LVU-CASE-NO                     PIC 9(4).
002400*        zero = no leave case covers the day
002500     05  LVU-ABSENCE-CODE                PIC X(1).
002600     05  LVU-HOURS                       PIC 99V99.
002700     05  LVU-EMP-NAME                    PIC X(28).
002800     05  LVU-CHARGE-DATE                 PIC 9(6).
002900     05  LVU-CHARGE-TIME                 PIC 9(8).
003000*        yymmdd / hhmmsshh of the charging run that last saw the
003100*        day on TIMEDT
003200     05  FILLER                        PIC X(15).
