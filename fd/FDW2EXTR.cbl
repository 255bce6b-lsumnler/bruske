000730*                     employee's wages report under, from
000740*                     EM-WORK-STATE with the employer's home
000750*                     PRCTL-STATE as the fallback.
000760*  Modified 10/15/26 TR - Added W2X-YTD-SS-TIPS (cash plus
000770*                     charged tips reported) and
000780*                     W2X-YTD-ALLOC-TIPS out of the trailing
000790*                     FILLER, from the TIPYTD file.
000800*
000900     RECORD CONTAINS 128 CHARACTERS
001000     LABEL RECORDS ARE STANDARD
002800     05  W2X-YTD-CWT                     PIC 9(6)V99.
002900     05  W2X-YEAR-YY                     PIC 9(2).
002910     05  W2X-WORK-STATE                  PIC X(2).
002920     05  W2X-YTD-SS-TIPS                 PIC 9(6)V99.
002930     05  W2X-YTD-ALLOC-TIPS              PIC 9(6)V99.
003000     05  FILLER                        PIC X(7).
