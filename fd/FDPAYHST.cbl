000100 FD  PAY-HISTORY-FILE
000200*  Written  10/15/26  TR
000300*  PAYHIST - permanent pay history, keyed employer / employee /
000400*  pay period date / record type.  One record for every
000500*  PRTIMFIL record of every pay period closed by NNNNNN55, so
000600*  last period's gross, taxes and deductions survive the
000700*  rebuild of PRTIMFIL.  The pay period date is carried
000800*  ccyymmdd in the key so an employee's periods read back in
000900*  date order.  PYH-TIME-IMAGE is the PRTIMFIL record exactly
001000*  as it stood at close; a program that needs more than the
001100*  summary fields moves it to PAY-TIME-TRX-RECORD.
001200*
001300     RECORD CONTAINS 1010 COMPRESSED CHARACTERS
001400     LABEL RECORDS ARE STANDARD
001500         VALUE OF
001600             FILENAME IS PYH-FILE-NAME
001700             LIBRARY  IS PYH-LIBRARY
001800             VOLUME   IS PYH-VOLUME
001900             SPACE    IS PYH-SPACE.
002000
002100 01  PAY-HISTORY-RECORD.
002200     05  PYH-KEY.
002300         10  PYH-EMPLOYER-NO             PIC 9(2).
002400         10  PYH-EMP-NUM                 PIC 9(4).
002500         10  PYH-PERIOD-DATE-CYMD        PIC 9(8).
002600         10  PYH-RECORD-TYPE             PIC 9(1).
002700     05  PYH-PAY-PERIOD-DATE             PIC 9(6).
002800*        mmddyy, as TIME-PAY-PERIOD-DATE
002900     05  PYH-CLOSED-DATE                 PIC 9(6).
003000*        mmddyy the period was closed
003100     05  PYH-GROSS-PAY                   PIC S9(6)V99.
003200     05  PYH-NET-PAY                     PIC S9(6)V99.
003300     05  PYH-TOTAL-HOURS                 PIC S9(4)V99.
003400*        regular plus overtime hours
003500     05  PYH-CHECK-NUMBER                PIC 9(6).
003600     05  PYH-TIME-IMAGE                  PIC X(950).
003700     05  FILLER                          PIC X(5).
