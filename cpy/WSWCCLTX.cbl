000100 01  WCT-FILE-NAME                     PIC X(8) VALUE "WCCLSTX".
000200 01  WCT-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  WCT-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  WCT-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  WCT-FILE-STATUS                    PIC X(2) VALUE SPACES.
