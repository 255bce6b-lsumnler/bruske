000100 01  FUT-FILE-NAME                     PIC X(8) VALUE "FUTAYTD".
000200 01  FUT-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  FUT-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  FUT-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  FUT-FILE-STATUS                    PIC X(2) VALUE SPACES.
