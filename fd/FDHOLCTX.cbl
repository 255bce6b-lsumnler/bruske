000100 FD  HOLIDAY-CAL-TRANS-FILE
000200*  Written  10/15/26  TR
000300*  HOLCALTX - inbound holiday calendar maintenance transactions
000400*  against the HOLCAL file.  HCT-ACTION-ADD sets up a holiday,
000500*  HCT-ACTION-CHANGE replaces the data fields supplied
000600*  (blank/zero fields on the transaction leave the calendar
000700*  alone), HCT-ACTION-DELETE removes the holiday.
000800*
000900     RECORD CONTAINS 60 CHARACTERS
001000     LABEL RECORDS ARE STANDARD
001100         VALUE OF
001200             FILENAME IS HCT-FILE-NAME
001300             LIBRARY  IS HCT-LIBRARY
001400             VOLUME   IS HCT-VOLUME
001500             SPACE    IS HCT-SPACE.
001600
001700 01  HCT-RECORD.
001800     05  HCT-EMPLOYER-NO                 PIC 9(2).
001900     05  HCT-HOLIDAY-CYMD                PIC 9(8).
002000     05  FILLER REDEFINES HCT-HOLIDAY-CYMD.
002100         10  HCT-HOLIDAY-CCYY            PIC 9(4).
002200         10  HCT-HOLIDAY-MM              PIC 9(2).
002300         10  HCT-HOLIDAY-DD              PIC 9(2).
002400     05  HCT-ACTION                      PIC X(1).
002500         88  HCT-ACTION-ADD                VALUE "A".
002600         88  HCT-ACTION-CHANGE             VALUE "C".
002700         88  HCT-ACTION-DELETE             VALUE "D".
002800     05  HCT-DESCRIPTION                 PIC X(25).
002900     05  HCT-HOURS-PAID                  PIC 99V99.
003000     05  HCT-TRANS-DATE                  PIC 9(6).
003100     05  HCT-USER-ID                     PIC X(3).
003200     05  FILLER                        PIC X(11).
