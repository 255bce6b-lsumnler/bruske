000100     SELECT JOB-TRANS-FILE
000200         ASSIGN       TO "JOBMSTX", "DISK", NODISPLAY
000300         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS JBT-FILE-STATUS.
