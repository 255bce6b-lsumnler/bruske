000100 01  TPY-FILE-NAME                     PIC X(8) VALUE "TIPYTD".
000200 01  TPY-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  TPY-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  TPY-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  TPY-FILE-STATUS                    PIC X(2) VALUE SPACES.
