000100 01  AUD-FILE-NAME                     PIC X(8) VALUE "AUDLOG".
000200 01  AUD-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  AUD-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  AUD-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  AUD-FILE-STATUS                    PIC X(2) VALUE SPACES.
000700
000800*    Work area for the shared DSAUDLOG paragraphs.  The
000900*    maintenance program fills these in and PERFORMs
001000*    WRITE-AUDIT-RECORD after each WRITE, REWRITE or DELETE
001100*    against its master:
001200*      AUD-LOG-PGM-NAME     - the program's own PROGRAM-ID, set
001300*                             once at start-up
001400*      AUD-LOG-FILE-ID      - the master's file name (EMPMAST,
001500*                             OPCODE ...)
001600*      AUD-LOG-RECORD-KEY   - the master record's key, as stored
001700*      AUD-LOG-EMPLOYER-NO  - employer / employee the record
001800*      AUD-LOG-EMP-NUM        belongs to; zero for tables that
001900*                             are not kept by employee
002000*      AUD-LOG-ACTION       - A add, C change, S status flip,
002100*                             D delete
002200*      AUD-LOG-USER-ID      - operator on the transaction
002300*      AUD-LOG-BEFORE-IMAGE - the record as it stood before the
002400*                             change; spaces on an add
002500*      AUD-LOG-AFTER-IMAGE  - the record as written; spaces on a
002600*                             delete
002700 01  AUD-LOG-WORK-AREA.
002800     05  AUD-LOG-PGM-NAME              PIC X(8) VALUE SPACES.
002900     05  AUD-LOG-FILE-ID               PIC X(8) VALUE SPACES.
003000     05  AUD-LOG-RECORD-KEY            PIC X(20) VALUE SPACES.
003100     05  AUD-LOG-EMPLOYER-NO           PIC 9(2) VALUE ZERO.
003200     05  AUD-LOG-EMP-NUM               PIC 9(4) VALUE ZERO.
003300     05  AUD-LOG-ACTION                PIC X(1) VALUE SPACES.
003400         88  AUD-LOG-ADD                 VALUE "A".
003500         88  AUD-LOG-CHANGE              VALUE "C".
003600         88  AUD-LOG-STATUS-FLIP         VALUE "S".
003700         88  AUD-LOG-DELETE              VALUE "D".
003800     05  AUD-LOG-USER-ID               PIC X(3) VALUE SPACES.
003900     05  AUD-LOG-BEFORE-IMAGE          PIC X(160) VALUE SPACES.
004000     05  AUD-LOG-AFTER-IMAGE           PIC X(160) VALUE SPACES.
004100     05  AUD-LOG-RUN-DATE              PIC 9(6) VALUE ZERO.
004200     05  AUD-LOG-RUN-TIME              PIC 9(8) VALUE ZERO.
