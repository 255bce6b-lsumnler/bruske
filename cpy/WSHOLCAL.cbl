000100 01  HCL-FILE-NAME                     PIC X(8) VALUE "HOLCAL".
000200 01  HCL-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  HCL-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  HCL-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  HCL-FILE-STATUS                    PIC X(2) VALUE SPACES.
