000100     SELECT LEAVE-CASE-TRANS-FILE
000200         ASSIGN       TO "LVCASTX", "DISK", NODISPLAY
000300         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS LVT-FILE-STATUS.
