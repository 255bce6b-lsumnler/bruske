000100 01  ANF-FILE-STATUS                    PIC X(2) VALUE SPACES.
