000100     SELECT JOB-MASTER-FILE
000200         ASSIGN       TO "JOBMAST", "DISK", NODISPLAY
000300         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS DYNAMIC
000500         RECORD KEY   IS JOB-KEY
000600         FILE STATUS  IS JOB-FILE-STATUS.
