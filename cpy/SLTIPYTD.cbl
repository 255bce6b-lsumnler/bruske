000100     SELECT TIP-YTD-FILE
000200         ASSIGN       TO "TIPYTD", "DISK", NODISPLAY
000300         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS DYNAMIC
000500         RECORD KEY   IS TPY-KEY
000600         FILE STATUS  IS TPY-FILE-STATUS.
