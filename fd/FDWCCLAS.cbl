000100 FD  WC-CLASS-FILE
000200*  Written  10/15/26  TR
000300*  WCCLASS - workers' compensation class table.  Maps a
000400*  department (EM-DEPARTMENT-NO) or an operation code
000500*  (OPC-OP-CODE4) to the carrier's class code and rate per $100
000600*  of payroll, by employer and state.  An op-code entry
000700*  overrides the department's entry for the hours worked on
000800*  that operation.  WCC-STATE spaces is the entry for any state
000900*  not given an entry of its own, so a class that rates the
001000*  same everywhere is set up once.
001100*
001200     RECORD CONTAINS 60 COMPRESSED CHARACTERS
001300     LABEL RECORDS ARE STANDARD
001400         VALUE OF
001500             FILENAME IS WCC-FILE-NAME
001600             LIBRARY  IS WCC-LIBRARY
001700             VOLUME   IS WCC-VOLUME
001800             SPACE    IS WCC-SPACE.
001900
002000 01  WC-CLASS-RECORD.
002100     05  WCC-KEY.
002200         10  WCC-EMPLOYER-NO             PIC 9(2).
002300         10  WCC-MAP-TYPE                PIC X(1).
002400             88  WCC-MAP-DEPARTMENT        VALUE "D".
002500             88  WCC-MAP-OP-CODE           VALUE "O".
002600         10  WCC-MAP-CODE                PIC X(4).
002700         10  WCC-MAP-DEPT-NO REDEFINES WCC-MAP-CODE
002800                                         PIC 9(4).
002900*            department number when WCC-MAP-DEPARTMENT,
003000*            TD-OP-CODE4 / OPC-OP-CODE4 when WCC-MAP-OP-CODE
003100         10  WCC-STATE                   PIC X(2).
003200*            spaces = any state without its own entry
003300     05  WCC-CLASS-CODE                  PIC X(4).
003400     05  WCC-RATE-PER-100                PIC 999V999.
003500*        carrier rate per $100 of payroll
003600     05  WCC-DESCRIPTION                 PIC X(25).
003700     05  WCC-LAST-CHANGE-DATE            PIC 9(6).
003800*        mmddyy of the last transaction applied
003900     05  WCC-USER-ID                     PIC X(3).
004000     05  FILLER                        PIC X(7).
