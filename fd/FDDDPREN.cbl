000880*                     are only unique within one employer, and a
000890*                     bare DDP-EMP-NUM key let two employers'
000895*                     employees collide on the same record.
000896*  Modified 10/15/26 TR - Added DDP-INACTIVE: the NNNNNN73
000897*                     separation run stops a terminated
000898*                     employee's enrollment so no deposit
000899*                     goes out after the final check.
000900*
001000     RECORD CONTAINS 16 COMPRESSED CHARACTERS
001100     LABEL RECORDS ARE STANDARD
002000     05  DDP-STATUS                      PIC X(1).
002100         88  DDP-PENDING                  VALUE "P".
002200         88  DDP-LIVE                     VALUE "L".
002250         88  DDP-INACTIVE                 VALUE "I".
002300     05  DDP-CYCLES-HELD                 PIC 9(1).
002400     05  DDP-FIRST-SEEN-DATE             PIC 9(6).
002500     05  FILLER                        PIC X(2).
