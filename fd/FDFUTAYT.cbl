000100 FD  FUTA-YTD-FILE
000200*  Written  10/15/26  TR
000300*  FUTAYTD - federal unemployment (FUTA) year-to-date wage file,
000400*  keyed employer / employee, built each pay period by NNNNNN57
000500*  the way SUTAQTD is built.  Carries the year's gross wages and
000600*  the FUTA-taxable wages - gross up to the PRCTL-FED-UNEMP-MAX
000700*  wage base - with the taxable wages also split by calendar
000800*  quarter, which is what the 940 deposit schedule is figured
000900*  on.  FUT-YEAR-YY records which year the balances belong to;
001000*  the update run starts a record over when the year changes,
001100*  the same way EARNYTD rolls.
001200*
001300     RECORD CONTAINS 50 COMPRESSED CHARACTERS
001400     LABEL RECORDS ARE STANDARD
001500         VALUE OF
001600             FILENAME IS FUT-FILE-NAME
001700             LIBRARY  IS FUT-LIBRARY
001800             VOLUME   IS FUT-VOLUME
001900             SPACE    IS FUT-SPACE.
002000
002100 01  FUTA-YTD-RECORD.
002200     05  FUT-KEY.
002300         10  FUT-EMPLOYER-NO             PIC 9(2).
002400         10  FUT-EMP-NUM                 PIC 9(4).
002500     05  FUT-YEAR-YY                     PIC 9(2).
002600     05  FUT-YR-GROSS-WAGES              PIC S9(7)V99 COMP.
002700     05  FUT-YR-TAXABLE-WAGES            PIC S9(7)V99 COMP.
002800     05  FUT-QTR-TABLE OCCURS 4 TIMES.
002900         10  FUT-QTR-TAXABLE-WAGES       PIC S9(7)V99 COMP.
003000     05  FILLER                        PIC X(8).
