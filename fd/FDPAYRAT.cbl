000100 FD  PAY-RATE-FILE
000200*  Written  10/15/26  TR
000300*  PAYRATE - effective-dated employee pay rate master, keyed
000400*  employer / employee / effective date.  EMPMAST carries no
000500*  pay rate, and TIME-AVERAGE-RATE on PRTIMFIL is only ever
000600*  today's rate, so a retro adjustment for a day worked under
000700*  an older rate had nothing to price it at.  Each record is
000800*  one rate change - hourly rate or per-period salary, the
000900*  overtime multiplier, and why the rate changed.  A new rate
001000*  is always added under its own date; a rate keyed in wrong
001010*  is corrected by NNNNNN52 overwriting that date's record; no
001020*  record is ever deleted, so the file doubles as the
001030*  employee's rate history.  The rate in force on a date is the
001100*  latest record with an effective date on or before it
001200*  (GET-RATE-IN-FORCE, DSPAYRAT), the same rule the WRKSCH
001300*  schedule versions use.
001400*
001500     RECORD CONTAINS 64 COMPRESSED CHARACTERS
001600     LABEL RECORDS ARE STANDARD
001700         VALUE OF
001800             FILENAME IS RAT-FILE-NAME
001900             LIBRARY  IS RAT-LIBRARY
002000             VOLUME   IS RAT-VOLUME
002100             SPACE    IS RAT-SPACE.
002200
002300 01  PAY-RATE-RECORD.
002400     05  RAT-KEY.
002500         10  RAT-EMPLOYER-NO             PIC 9(2).
002600         10  RAT-EMP-NUM                 PIC 9(4).
002700         10  RAT-EFF-DATE-CYMD           PIC 9(8).
002800     05  RAT-PAY-BASIS                   PIC X(1).
002900         88  RAT-BASIS-HOURLY              VALUE "H".
003000         88  RAT-BASIS-SALARY              VALUE "S".
003100     05  RAT-HOURLY-RATE                 PIC S9(3)V999 COMP.
003200*        for a salaried employee, the hourly equivalent that
003300*        overtime and paid-leave hours are priced at
003400     05  RAT-SALARY                      PIC S9(5)V99 COMP.
003500*        per-period salary, salaried employees only
003600     05  RAT-OT-MULTIPLIER               PIC 9(1)V99.
003700*        zero = time and a half
003800     05  RAT-CHANGE-REASON               PIC X(20).
003900     05  RAT-ENTERED-DATE                PIC 9(6).
004000     05  RAT-USER-ID                     PIC X(3).
004100     05  FILLER                        PIC X(6).
