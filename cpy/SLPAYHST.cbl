000100     SELECT PAY-HISTORY-FILE
000200         ASSIGN       TO "PAYHIST", "DISK", NODISPLAY
000300         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS DYNAMIC
000500         RECORD KEY   IS PYH-KEY
000600         FILE STATUS  IS PYH-FILE-STATUS.
