000100 01  WCC-FILE-NAME                     PIC X(8) VALUE "WCCLASS".
000200 01  WCC-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  WCC-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  WCC-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  WCC-FILE-STATUS                    PIC X(2) VALUE SPACES.
