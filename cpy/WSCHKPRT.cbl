000100 01  CPF-FILE-STATUS                    PIC X(2) VALUE SPACES.
