000100     SELECT TIP-TRANS-FILE
000200         ASSIGN       TO "TIPTRX", "DISK", NODISPLAY
000300         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS TPT-FILE-STATUS.
