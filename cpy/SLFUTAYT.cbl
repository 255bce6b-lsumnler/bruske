000100     SELECT FUTA-YTD-FILE
000200         ASSIGN       TO "FUTAYTD", "DISK", NODISPLAY
000300         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS DYNAMIC
000500         RECORD KEY   IS FUT-KEY
000600         FILE STATUS  IS FUT-FILE-STATUS.
