000100     SELECT CHECK-PRINT-FILE
000200         ASSIGN       TO "CHECKS", "PRINTER", NODISPLAY
000300         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS CPF-FILE-STATUS.
