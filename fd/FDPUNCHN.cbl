000900*  week in whatever convention the WRKSCH master is keyed by.
001000*  The import run builds TIMEDT records from these instead of
001100*  the hours being keyed by hand off paper time cards.
001110*  Modified 10/15/26 TR - Added PCH-JOB-NUMBER, the customer
001120*                     job keyed at the reader for employers
001130*                     that cost labor by job; record grows
001140*                     from 40 to 46 characters.
001200*
001300     RECORD CONTAINS 46 CHARACTERS
001400     LABEL RECORDS ARE STANDARD
001500         VALUE OF
001600             FILENAME IS PCH-FILE-NAME
002700     05  PCH-PCS-MADE                    PIC 9(6).
002800     05  PCH-WRKSCH-CODE                 PIC X(4).
002900     05  PCH-DAY-OF-WEEK                 PIC X(1).
002910     05  PCH-JOB-NUMBER                  PIC X(6).
003000     05  FILLER                        PIC X(4).
