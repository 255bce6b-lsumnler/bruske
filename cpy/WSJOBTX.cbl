000100 01  JBT-FILE-NAME                     PIC X(8) VALUE "JOBMSTX".
000200 01  JBT-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  JBT-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  JBT-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  JBT-FILE-STATUS                    PIC X(2) VALUE SPACES.
