000100     SELECT LEAVE-CASE-FILE
000200         ASSIGN       TO "LVCASE", "DISK", NODISPLAY
000300         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS DYNAMIC
000500         RECORD KEY   IS LVC-KEY
000600         FILE STATUS  IS LVC-FILE-STATUS.
