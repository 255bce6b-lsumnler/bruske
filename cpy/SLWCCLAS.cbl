000100     SELECT WC-CLASS-FILE
000200         ASSIGN       TO "WCCLASS", "DISK", NODISPLAY
000300         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS DYNAMIC
000500         RECORD KEY   IS WCC-KEY
000600         FILE STATUS  IS WCC-FILE-STATUS.
