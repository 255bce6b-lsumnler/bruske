000100     SELECT LEAVE-USAGE-FILE
000200         ASSIGN       TO "LVUSE", "DISK", NODISPLAY
000300         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS DYNAMIC
000500         RECORD KEY   IS LVU-KEY
000600         FILE STATUS  IS LVU-FILE-STATUS.
