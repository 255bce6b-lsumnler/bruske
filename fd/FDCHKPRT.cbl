000100 FD  CHECK-PRINT-FILE
000200*  Written  10/15/26  TR
000300*  CHECK-PRINT-FILE - the check forms themselves, on the printer
000400*  the check stock is loaded in, kept apart from PRINT-FILE so
000500*  the run's register and totals never land on check stock.
000600*  Assigned to a printer device, so it carries no VALUE OF
000700*  FILENAME/LIBRARY/VOLUME/SPACE clause.
000800*
000900     LABEL RECORDS ARE OMITTED.
001000
001100 01  CHECK-PRINT-RECORD                  PIC X(132).
