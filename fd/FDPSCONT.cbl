000100 FD  PS-CONTRIB-FILE
000200*  Written  10/15/26  TR
000300*  PSCONTR - profit-sharing contributions for the plan
000400*  recordkeeper, written by NNNNNN65 when a plan year's
000500*  allocation is posted.  One record per participant sharing
000600*  in the employer contribution: identification, the plan-year
000700*  hours and compensation the allocation was figured on, and
000800*  the participant's share of the pool.  Rewritten in full by
000900*  each posted run.
001000*
001100     RECORD CONTAINS 100 CHARACTERS
001200     LABEL RECORDS ARE STANDARD
001300         VALUE OF
001400             FILENAME IS PSC-FILE-NAME
001500             LIBRARY  IS PSC-LIBRARY
001600             VOLUME   IS PSC-VOLUME
001700             SPACE    IS PSC-SPACE.
001800
001900 01  PSC-RECORD.
002000     05  PSC-EMPLOYER-NO                 PIC 9(2).
002100     05  PSC-EMP-NUM                     PIC 9(4).
002200     05  PSC-SOC-SEC-NO                  PIC 9(9).
002300     05  PSC-EMP-NAME                    PIC X(28).
002400     05  PSC-HIRE-DATE-CYMD              PIC 9(8).
002500     05  PSC-PLAN-YR-BEG-CYMD            PIC 9(8).
002600     05  PSC-PLAN-YR-END-CYMD            PIC 9(8).
002700     05  PSC-PLAN-YR-HOURS               PIC 9(5)V99.
002800     05  PSC-COMPENSATION                PIC 9(7)V99.
002900     05  PSC-CONTRIBUTION                PIC 9(7)V99.
003000     05  PSC-EMP-STATUS                  PIC X(1).
003100*        EM-STATUS at the time of the run
003200     05  FILLER                        PIC X(7).
