000100 FD  LEAVE-CASE-FILE
000200*  Written  10/15/26  TR
000300*  LVCASE - family and medical leave case file.  One record per
000400*  leave case, keyed employer / employee / case number.  The
000500*  days taken are not kept here - NNNNNN68 charges the absence
000600*  days on TIMEDT to the case in force on each day and keeps
000700*  them on LVUSE, which is where the entitlement used comes
000800*  from.  A case is closed with the last day of the leave rather
000900*  than deleted, so the days already charged still find it.
001000*
001100     RECORD CONTAINS 100 COMPRESSED CHARACTERS
001200     LABEL RECORDS ARE STANDARD
001300         VALUE OF
001400             FILENAME IS LVC-FILE-NAME
001500             LIBRARY  IS LVC-LIBRARY
001600             VOLUME   IS LVC-VOLUME
001700             SPACE    IS LVC-SPACE.
001800
001900 01  LEAVE-CASE-RECORD.
002000     05  LVC-KEY.
002100         10  LVC-EMPLOYER-NO             PIC 9(2).
002200         10  LVC-EMP-NUM                 PIC 9(4).
002300         10  LVC-CASE-NO                 PIC 9(4).
002400     05  LVC-EMP-NAME                    PIC X(28).
002500*        from EMPMAST when the case is set up
002600     05  LVC-LEAVE-REASON                PIC X(1).
002700         88  LVC-REASON-OWN-HEALTH         VALUE "S".
002800         88  LVC-REASON-FAMILY-HEALTH      VALUE "F".
002900         88  LVC-REASON-BIRTH              VALUE "B".
003000         88  LVC-REASON-PLACEMENT          VALUE "P".
003100         88  LVC-REASON-MILITARY           VALUE "M".
003200         88  LVC-REASON-CAREGIVER          VALUE "C".
003300         88  LVC-REASON-VALID              VALUE "S" "F" "B" "P"
003400                                                 "M" "C".
003500     05  LVC-LEAVE-TYPE                  PIC X(1).
003600         88  LVC-CONTINUOUS                VALUE "C".
003700         88  LVC-INTERMITTENT              VALUE "I".
003800     05  LVC-START-DATE-CYMD             PIC 9(8).
003900     05  LVC-END-DATE-CYMD               PIC 9(8).
004000*        last day of the leave; zero while the case is open
004100     05  LVC-CERT-DUE-CYMD               PIC 9(8).
004200*        medical certification due; zero = none asked for
004300     05  LVC-CERT-RECVD-CYMD             PIC 9(8).
004400*        zero = certification not yet received
004500     05  LVC-WEEKLY-HOURS                PIC 99V99.
004600*        the employee's usual workweek - the 12-week entitlement
004700*        is 12 times this; zero = 40
004800     05  LVC-STATUS                      PIC X(1).
004900         88  LVC-OPEN                      VALUE "O".
005000         88  LVC-CLOSED                    VALUE "C".
005100     05  LVC-LAST-CHANGE-DATE            PIC 9(6).
005200*        mmddyy of the last transaction applied
005300     05  LVC-USER-ID                     PIC X(3).
005400     05  FILLER                        PIC X(14).
