000100 FD  AUDIT-LOG-FILE
000200*  Written  10/15/26  TR
000300*  AUDLOG - before/after audit trail of master file maintenance.
000400*  One record per add, change, status flip or delete applied by
000500*  NNNNNN12 (STDCLAIM), NNNNNN14 (OPCODE), NNNNNN16 (WRKSCH),
000600*  NNNNNN21 (AGYPAYEE), NNNNNN28 (EMPMAST), NNNNNN33 (VACBAL)
000700*  and NNNNNN48 (LOANMST), appended in the order applied.  The
000800*  images are the whole master record, laid out by that file's
000900*  own FD; NNNNNN72 lists the field-level differences.
001000*
001100     RECORD CONTAINS 400 COMPRESSED CHARACTERS
001200     LABEL RECORDS ARE STANDARD
001300         VALUE OF
001400             FILENAME IS AUD-FILE-NAME
001500             LIBRARY  IS AUD-LIBRARY
001600             VOLUME   IS AUD-VOLUME
001700             SPACE    IS AUD-SPACE.
001800
001900 01  AUDIT-LOG-RECORD.
002000     05  AUD-CHANGE-DATE-CYMD            PIC 9(8).
002100     05  AUD-CHANGE-TIME                 PIC 9(8).
002200     05  AUD-FILE-ID                     PIC X(8).
002300     05  AUD-RECORD-KEY                  PIC X(20).
002400     05  AUD-EMPLOYER-NO                 PIC 9(2).
002500     05  AUD-EMP-NUM                     PIC 9(4).
002600     05  AUD-ACTION                      PIC X(1).
002700         88  AUD-ACTION-ADD                VALUE "A".
002800         88  AUD-ACTION-CHANGE             VALUE "C".
002900         88  AUD-ACTION-STATUS-FLIP        VALUE "S".
003000         88  AUD-ACTION-DELETE             VALUE "D".
003100     05  AUD-PROGRAM-ID                  PIC X(8).
003200     05  AUD-USER-ID                     PIC X(3).
003300     05  FILLER                        PIC X(18).
003400     05  AUD-BEFORE-IMAGE                PIC X(160).
003500     05  AUD-AFTER-IMAGE                 PIC X(160).
