000100 01  RAT-FILE-NAME                     PIC X(8) VALUE "PAYRATE".
000200 01  RAT-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  RAT-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  RAT-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  RAT-FILE-STATUS                    PIC X(2) VALUE SPACES.
000700
000800 01  RAT-WORK-AREA.
000900     05  RAT-FIND-EMPLOYER-NO           PIC 9(2).
001000     05  RAT-FIND-EMP-NUM               PIC 9(4).
001100*        employer / employee whose rate is wanted
001200     05  RAT-FIND-DATE-CYMD             PIC 9(8).
001300*        date the rate must have been in force on
001400     05  RAT-FIND-RESULT-SW             PIC X(1).
001500         88  RAT-RATE-FOUND               VALUE "Y".
001600     05  RAT-FIND-SCAN-DONE-SW          PIC X(1).
001700         88  RAT-FIND-SCAN-DONE           VALUE "Y".
001800     05  RAT-IN-FORCE-EFF-DATE          PIC 9(8).
001900     05  RAT-IN-FORCE-BASIS             PIC X(1).
002000         88  RAT-IN-FORCE-SALARY          VALUE "S".
002100     05  RAT-IN-FORCE-RATE              PIC S9(3)V999 COMP.
002200     05  RAT-IN-FORCE-SALARY-AMT        PIC S9(5)V99 COMP.
002300     05  RAT-IN-FORCE-OT-MULT           PIC 9(1)V99.
