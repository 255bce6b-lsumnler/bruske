000100     SELECT AUDIT-LOG-FILE
000200         ASSIGN       TO "AUDLOG", "DISK", NODISPLAY
000300         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS AUD-FILE-STATUS.
