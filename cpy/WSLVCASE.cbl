000100 01  LVC-FILE-NAME                     PIC X(8) VALUE "LVCASE".
000200 01  LVC-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  LVC-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  LVC-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  LVC-FILE-STATUS                    PIC X(2) VALUE SPACES.
