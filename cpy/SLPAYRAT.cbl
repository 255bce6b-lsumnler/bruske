000100     SELECT PAY-RATE-FILE
000200         ASSIGN       TO "PAYRATE", "DISK", NODISPLAY
000300         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS DYNAMIC
000500         RECORD KEY   IS RAT-KEY
000600         FILE STATUS  IS RAT-FILE-STATUS.
