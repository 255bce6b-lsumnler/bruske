000100 FD  AGENCY-NOTICE-FILE
000200*  Written  10/15/26  TR
000300*  AGENCY-NOTICE-FILE - employee termination notices to the
000400*  child support and garnishment agencies on AGYPAYEE, one
000500*  notice to the 66-line page, kept apart from PRINT-FILE so
000600*  they can be printed on letterhead and mailed.  Assigned to
000700*  a printer device, so it carries no VALUE OF FILENAME/
000800*  LIBRARY/VOLUME/SPACE clause.
000900*
001000     LABEL RECORDS ARE OMITTED.
001100
001200 01  AGENCY-NOTICE-RECORD                PIC X(132).
