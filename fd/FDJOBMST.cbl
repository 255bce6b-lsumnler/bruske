000100 FD  JOB-MASTER-FILE
000200*  Written  10/15/26  TR
000300*  JOBMAST - customer job master for employers that cost labor
000400*  by job (PRCTL-USE-JOB-NUMBERS = "Y").  One record per job:
000500*  the customer it is billed to, what the work is, the hours
000600*  budgeted for it, and whether it is still open for time.
000700*  TD-JOB-NUMBER on TIMEDT must name a job on this file; time
000800*  dated after a job's close date is refused.
000900*
001000     RECORD CONTAINS 120 COMPRESSED CHARACTERS
001100     LABEL RECORDS ARE STANDARD
001200         VALUE OF
001300             FILENAME IS JOB-FILE-NAME
001400             LIBRARY  IS JOB-LIBRARY
001500             VOLUME   IS JOB-VOLUME
001600             SPACE    IS JOB-SPACE.
001700
001800 01  JOB-MASTER-RECORD.
001900     05  JOB-KEY.
002000         10  JOB-EMPLOYER-NO             PIC 9(2).
002100         10  JOB-NUMBER                  PIC X(6).
002200     05  JOB-CUSTOMER-NAME               PIC X(30).
002300     05  JOB-DESCRIPTION                 PIC X(30).
002400     05  JOB-STATUS                      PIC X(1).
002500         88  JOB-OPEN                      VALUE "O".
002600         88  JOB-CLOSED                    VALUE "C".
002700     05  JOB-BUDGET-HOURS                PIC 9(6)V99.
002800     05  JOB-OPENED-DATE-CYMD            PIC 9(8).
002900     05  JOB-CLOSED-DATE-CYMD            PIC 9(8).
003000*        last day time may be charged; zero while open
003100     05  JOB-LAST-CHANGE-DATE            PIC 9(6).
003200*        mmddyy of the last transaction applied
003300     05  JOB-USER-ID                     PIC X(3).
003400     05  FILLER                        PIC X(18).
