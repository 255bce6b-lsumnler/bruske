000100 FD  HOLIDAY-CALENDAR-FILE
000200*  Written  10/15/26  TR
000300*  HOLCAL - holiday calendar.  One record per employer per paid
000400*  holiday, giving the hours each qualifying employee is paid
000500*  for the day.  The NNNNNN71 holiday pay run reads it to write
000600*  the holiday TIMEDT records, and skips calendar holidays when
000700*  it looks for the scheduled days worked either side of one.
000800*  Maintained through NNNNNN70.
000900*
001000     RECORD CONTAINS 60 COMPRESSED CHARACTERS
001100     LABEL RECORDS ARE STANDARD
001200         VALUE OF
001300             FILENAME IS HCL-FILE-NAME
001400             LIBRARY  IS HCL-LIBRARY
001500             VOLUME   IS HCL-VOLUME
001600             SPACE    IS HCL-SPACE.
001700
001800 01  HOLIDAY-CALENDAR-RECORD.
001900     05  HCL-KEY.
002000         10  HCL-EMPLOYER-NO             PIC 9(2).
002100         10  HCL-HOLIDAY-CYMD            PIC 9(8).
002200     05  HCL-DESCRIPTION                 PIC X(25).
002300     05  HCL-HOURS-PAID                  PIC 99V99.
002400*        hours written to TIMEDT for each employee paid the day
002500     05  HCL-LAST-CHANGE-DATE            PIC 9(6).
002600*        mmddyy of the last transaction applied
002700     05  HCL-USER-ID                     PIC X(3).
002800     05  FILLER                        PIC X(12).
