000100 01  LVT-FILE-NAME                     PIC X(8) VALUE "LVCASTX".
000200 01  LVT-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  LVT-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  LVT-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  LVT-FILE-STATUS                    PIC X(2) VALUE SPACES.
