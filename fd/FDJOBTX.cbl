000100 FD  JOB-TRANS-FILE
000200*  Written  10/15/26  TR
000300*  JOBMSTX - inbound job master maintenance transactions against
000400*  JOBMAST.  JBT-ACTION-ADD opens a new job, JBT-ACTION-CHANGE
000500*  replaces the data fields supplied (blank/zero fields on the
000600*  transaction leave the master alone), JBT-ACTION-CLOSE closes
000700*  the job as of JBT-EFF-DATE-CYMD and JBT-ACTION-REOPEN opens
000800*  it again.
000900*
001000     RECORD CONTAINS 100 CHARACTERS
001100     LABEL RECORDS ARE STANDARD
001200         VALUE OF
001300             FILENAME IS JBT-FILE-NAME
001400             LIBRARY  IS JBT-LIBRARY
001500             VOLUME   IS JBT-VOLUME
001600             SPACE    IS JBT-SPACE.
001700
001800 01  JBT-RECORD.
001900     05  JBT-EMPLOYER-NO                 PIC 9(2).
002000     05  JBT-JOB-NUMBER                  PIC X(6).
002100     05  JBT-ACTION                      PIC X(1).
002200         88  JBT-ACTION-ADD                VALUE "A".
002300         88  JBT-ACTION-CHANGE             VALUE "C".
002400         88  JBT-ACTION-CLOSE              VALUE "X".
002500         88  JBT-ACTION-REOPEN             VALUE "R".
002600     05  JBT-CUSTOMER-NAME               PIC X(30).
002700     05  JBT-DESCRIPTION                 PIC X(30).
002800     05  JBT-BUDGET-HOURS                PIC 9(6)V99.
002900     05  JBT-EFF-DATE-CYMD               PIC 9(8).
003000*        date opened (add) or last day chargeable (close)
003100     05  JBT-TRANS-DATE                  PIC 9(6).
003200     05  JBT-USER-ID                     PIC X(3).
003300     05  FILLER                        PIC X(6).
