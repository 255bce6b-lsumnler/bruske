000100     SELECT WC-CLASS-TRANS-FILE
000200         ASSIGN       TO "WCCLSTX", "DISK", NODISPLAY
000300         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS WCT-FILE-STATUS.
