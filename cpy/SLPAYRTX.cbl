000100     SELECT PAY-RATE-TRANS-FILE
000200         ASSIGN       TO "PAYRATTX", "DISK", NODISPLAY
000300         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS RTX-FILE-STATUS.
