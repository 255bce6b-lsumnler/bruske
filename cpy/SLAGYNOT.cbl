000100     SELECT AGENCY-NOTICE-FILE
000200         ASSIGN       TO "NOTICES", "PRINTER", NODISPLAY
000300         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS ANF-FILE-STATUS.
