000100 01  TPT-FILE-NAME                     PIC X(8) VALUE "TIPTRX".
000200 01  TPT-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  TPT-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  TPT-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  TPT-FILE-STATUS                    PIC X(2) VALUE SPACES.
