000100 01  JOB-FILE-NAME                     PIC X(8) VALUE "JOBMAST".
000200 01  JOB-LIBRARY                       PIC X(8) VALUE SPACES.
000300 01  JOB-VOLUME                        PIC X(6) VALUE SPACES.
000400 01  JOB-SPACE                         PIC 9(6) VALUE ZEROES.
000500
000600 01  JOB-FILE-STATUS                    PIC X(2) VALUE SPACES.
