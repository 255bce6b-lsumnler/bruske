000100     SELECT PS-CONTRIB-FILE
000200         ASSIGN       TO "PSCONTR", "DISK", NODISPLAY
000300         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS PSC-FILE-STATUS.
