000100 01  LVU-FILE-NAME                     PIC X(8) VALUE "LVUSE".
000200 01  LVU-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  LVU-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  LVU-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  LVU-FILE-STATUS                    PIC X(2) VALUE SPACES.
