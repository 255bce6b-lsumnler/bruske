000100 01  HCT-FILE-NAME                     PIC X(8) VALUE "HOLCALTX".
000200 01  HCT-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  HCT-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  HCT-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  HCT-FILE-STATUS                    PIC X(2) VALUE SPACES.
