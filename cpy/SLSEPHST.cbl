000100     SELECT SEPARATION-HIST-FILE
000200         ASSIGN       TO "SEPHIST", "DISK", NODISPLAY
000300         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS DYNAMIC
000500         RECORD KEY   IS SEP-KEY
000600         FILE STATUS  IS SEP-FILE-STATUS.
