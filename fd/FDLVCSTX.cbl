000100 FD  LEAVE-CASE-TRANS-FILE
000200*  Written  10/15/26  TR
000300*  LVCASTX - inbound leave case maintenance transactions against
000400*  LVCASE.  LVT-ACTION-ADD sets up a new case, LVT-ACTION-CHANGE
000500*  replaces the data fields supplied (blank/zero fields on the
000600*  transaction leave the case alone), LVT-ACTION-CLOSE closes
000700*  the case as of LVT-END-DATE-CYMD and LVT-ACTION-REOPEN opens
000800*  it again.
000900*
001000     RECORD CONTAINS 100 CHARACTERS
001100     LABEL RECORDS ARE STANDARD
001200         VALUE OF
001300             FILENAME IS LVT-FILE-NAME
001400             LIBRARY  IS LVT-LIBRARY
001500             VOLUME   IS LVT-VOLUME
001600             SPACE    IS LVT-SPACE.
001700
001800 01  LVT-RECORD.
001900     05  LVT-EMPLOYER-NO                 PIC 9(2).
002000     05  LVT-EMP-NUM                     PIC 9(4).
002100     05  LVT-CASE-NO                     PIC 9(4).
002200     05  LVT-ACTION                      PIC X(1).
002300         88  LVT-ACTION-ADD                VALUE "A".
002400         88  LVT-ACTION-CHANGE             VALUE "C".
002500         88  LVT-ACTION-CLOSE              VALUE "X".
002600         88  LVT-ACTION-REOPEN             VALUE "R".
002700     05  LVT-LEAVE-REASON                PIC X(1).
002800     05  LVT-LEAVE-TYPE                  PIC X(1).
002900     05  LVT-START-DATE-CYMD             PIC 9(8).
003000     05  LVT-END-DATE-CYMD               PIC 9(8).
003100*        last day of the leave (close)
003200     05  LVT-CERT-DUE-CYMD               PIC 9(8).
003300     05  LVT-CERT-RECVD-CYMD             PIC 9(8).
003400     05  LVT-WEEKLY-HOURS                PIC 99V99.
003500     05  LVT-TRANS-DATE                  PIC 9(6).
003600     05  LVT-USER-ID                     PIC X(3).
003700     05  FILLER                        PIC X(42).
