000100 01  RTX-FILE-NAME                     PIC X(8) VALUE "PAYRATTX".
000200 01  RTX-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  RTX-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  RTX-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  RTX-FILE-STATUS                    PIC X(2) VALUE SPACES.
