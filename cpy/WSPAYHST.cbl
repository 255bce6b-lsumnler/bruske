000100 01  PYH-FILE-NAME                     PIC X(8) VALUE "PAYHIST".
000200 01  PYH-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  PYH-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  PYH-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  PYH-FILE-STATUS                    PIC X(2) VALUE SPACES.
