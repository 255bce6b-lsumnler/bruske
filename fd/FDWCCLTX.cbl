000100 FD  WC-CLASS-TRANS-FILE
000200*  Written  10/15/26  TR
000300*  WCCLSTX - inbound workers' comp class table maintenance
000400*  transactions against the WCCLASS file.  WCT-ACTION-ADD sets
000500*  up a new mapping, WCT-ACTION-CHANGE replaces the data fields
000600*  supplied (blank/zero fields on the transaction leave the
000700*  table alone), WCT-ACTION-DELETE removes the mapping.
000800*
000900     RECORD CONTAINS 60 CHARACTERS
001000     LABEL RECORDS ARE STANDARD
001100         VALUE OF
001200             FILENAME IS WCT-FILE-NAME
001300             LIBRARY  IS WCT-LIBRARY
001400             VOLUME   IS WCT-VOLUME
001500             SPACE    IS WCT-SPACE.
001600
001700 01  WCT-RECORD.
001800     05  WCT-EMPLOYER-NO                 PIC 9(2).
001900     05  WCT-MAP-TYPE                    PIC X(1).
002000     05  WCT-MAP-CODE                    PIC X(4).
002100     05  WCT-STATE                       PIC X(2).
002200     05  WCT-ACTION                      PIC X(1).
002300         88  WCT-ACTION-ADD                VALUE "A".
002400         88  WCT-ACTION-CHANGE             VALUE "C".
002500         88  WCT-ACTION-DELETE             VALUE "D".
002600     05  WCT-CLASS-CODE                  PIC X(4).
002700     05  WCT-RATE-PER-100                PIC 999V999.
002800     05  WCT-DESCRIPTION                 PIC X(25).
002900     05  WCT-TRANS-DATE                  PIC 9(6).
003000     05  WCT-USER-ID                     PIC X(3).
003100     05  FILLER                        PIC X(6).
