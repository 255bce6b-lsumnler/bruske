000100 01  SEP-FILE-NAME                     PIC X(8) VALUE "SEPHIST".
000200 01  SEP-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  SEP-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  SEP-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  SEP-FILE-STATUS                    PIC X(2) VALUE SPACES.
