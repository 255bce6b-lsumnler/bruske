000100     SELECT HOLIDAY-CALENDAR-FILE
000200         ASSIGN       TO "HOLCAL", "DISK", NODISPLAY
000300         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS DYNAMIC
000500         RECORD KEY   IS HCL-KEY
000600         FILE STATUS  IS HCL-FILE-STATUS.
