000100 01  PSC-FILE-NAME                     PIC X(8) VALUE "PSCONTR".
000200 01  PSC-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  PSC-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  PSC-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  PSC-FILE-STATUS                    PIC X(2) VALUE SPACES.
