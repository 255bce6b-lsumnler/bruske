000100     SELECT HOLIDAY-CAL-TRANS-FILE
000200         ASSIGN       TO "HOLCALTX", "DISK", NODISPLAY
000300         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS HCT-FILE-STATUS.
