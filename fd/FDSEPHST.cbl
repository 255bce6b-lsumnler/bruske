000100 FD  SEPARATION-HIST-FILE
000200*  Written  10/15/26  TR
000300*  SEPHIST - separation history, keyed employer / employee /
000400*  termination date.  One record for every termination the
000500*  NNNNNN73 separation run has finished with: which pay period
000600*  carried the final pay, the unused vacation paid out, the
000700*  loan and arrears recovered from the final check and what
000800*  was left owing, what became of the direct deposit
000900*  enrollment, and how many agency notices went out.  A
001000*  termination already on file is not separated again, which
001100*  is how the run knows what is new since it last ran.  The
001200*  termination date is the date the EMPMAST status flip was
001300*  logged to AUDLOG.
001400*
001500     RECORD CONTAINS 100 COMPRESSED CHARACTERS
001600     LABEL RECORDS ARE STANDARD
001700         VALUE OF
001800             FILENAME IS SEP-FILE-NAME
001900             LIBRARY  IS SEP-LIBRARY
002000             VOLUME   IS SEP-VOLUME
002100             SPACE    IS SEP-SPACE.
002200
002300 01  SEPARATION-HIST-RECORD.
002400     05  SEP-KEY.
002500         10  SEP-EMPLOYER-NO             PIC 9(2).
002600         10  SEP-EMP-NUM                 PIC 9(4).
002700         10  SEP-TERM-DATE-CYMD          PIC 9(8).
002800     05  SEP-EMP-NAME                    PIC X(28).
002900     05  SEP-PAY-PERIOD-DATE             PIC 9(6).
003000*        mmddyy of the PRTIMFIL record carrying the final pay
003100     05  SEP-RUN-DATE                    PIC 9(6).
003200*        yymmdd the separation run finished with the employee
003300     05  SEP-FINAL-PAY-SOURCE            PIC X(1).
003400         88  SEP-PAY-ON-FILE               VALUE "F".
003500         88  SEP-PAY-BUILT                 VALUE "B".
003600*        F = the period's PRTIMFIL record was already there;
003700*        B = built by the run from the last PAYHIST image
003800     05  SEP-VAC-HOURS-PAID              PIC S9(3)V99 COMP.
003900     05  SEP-VAC-PAY-EST                 PIC S9(5)V99 COMP.
004000*        hours times the rate in force; NNNNNN51 does the pricing
004100     05  SEP-LOAN-RECOVERED              PIC S9(3)V99 COMP.
004200     05  SEP-LOAN-BAL-LEFT               PIC S9(5)V99 COMP.
004300     05  SEP-ARREARS-RECOVERED           PIC S9(5)V99 COMP.
004400     05  SEP-ARREARS-BAL-LEFT            PIC S9(5)V99 COMP.
004500     05  SEP-DD-ACTION                   PIC X(1).
004600         88  SEP-DD-INACTIVATED            VALUE "I".
004700         88  SEP-DD-NOT-ENROLLED           VALUE "N".
004800     05  SEP-NOTICES-PRINTED             PIC 9(2).
004900     05  FILLER                        PIC X(20).
