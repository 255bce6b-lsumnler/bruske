000100 OPEN-AUDIT-LOG.
000200*    Opens AUDLOG to append, building the file the first time it
000300*    is ever used.  Caller COPYs SL/FD/WSAUDLOG, MOVEs its own
000400*    program name to AUD-LOG-PGM-NAME, PERFORMs this paragraph
000500*    THRU OPEN-AUDIT-LOG-EXIT at start-up and CLOSEs
000600*    AUDIT-LOG-FILE with its other files.
000700     OPEN EXTEND AUDIT-LOG-FILE.
000800     IF AUD-FILE-STATUS = "35"
000900         OPEN OUTPUT AUDIT-LOG-FILE
001000         CLOSE AUDIT-LOG-FILE
001100         OPEN EXTEND AUDIT-LOG-FILE.
001200 OPEN-AUDIT-LOG-EXIT.  EXIT.
001300
001400 WRITE-AUDIT-RECORD.
001500*    Appends one before/after record.  Caller fills in the
001600*    AUD-LOG-WORK-AREA fields (see WSAUDLOG) once the master has
001700*    been written, rewritten or deleted successfully, then
001800*    PERFORMs this paragraph THRU WRITE-AUDIT-RECORD-EXIT.  The
001900*    work area is cleared afterwards so an image can never carry
002000*    over to the next record.
002100     ACCEPT AUD-LOG-RUN-DATE FROM DATE.
002200     ACCEPT AUD-LOG-RUN-TIME FROM TIME.
002300
002400     MOVE SPACES TO AUDIT-LOG-RECORD.
002500     COMPUTE AUD-CHANGE-DATE-CYMD = 20000000 + AUD-LOG-RUN-DATE.
002600     MOVE AUD-LOG-RUN-TIME TO AUD-CHANGE-TIME.
002700     MOVE AUD-LOG-FILE-ID TO AUD-FILE-ID.
002800     MOVE AUD-LOG-RECORD-KEY TO AUD-RECORD-KEY.
002900     MOVE AUD-LOG-EMPLOYER-NO TO AUD-EMPLOYER-NO.
003000     MOVE AUD-LOG-EMP-NUM TO AUD-EMP-NUM.
003100     MOVE AUD-LOG-ACTION TO AUD-ACTION.
003200     MOVE AUD-LOG-PGM-NAME TO AUD-PROGRAM-ID.
003300     MOVE AUD-LOG-USER-ID TO AUD-USER-ID.
003400     MOVE AUD-LOG-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
003500     MOVE AUD-LOG-AFTER-IMAGE TO AUD-AFTER-IMAGE.
003600     WRITE AUDIT-LOG-RECORD.
003700
003800     MOVE SPACES TO AUD-LOG-FILE-ID.
003900     MOVE SPACES TO AUD-LOG-RECORD-KEY.
004000     MOVE ZERO TO AUD-LOG-EMPLOYER-NO.
004100     MOVE ZERO TO AUD-LOG-EMP-NUM.
004200     MOVE SPACES TO AUD-LOG-ACTION.
004300     MOVE SPACES TO AUD-LOG-USER-ID.
004400     MOVE SPACES TO AUD-LOG-BEFORE-IMAGE.
004500     MOVE SPACES TO AUD-LOG-AFTER-IMAGE.
004600 WRITE-AUDIT-RECORD-EXIT.  EXIT.
