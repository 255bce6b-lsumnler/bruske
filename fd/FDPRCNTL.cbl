006009*                     frequency for everybody on its payroll, so
006010*                     this belongs on PRCNTL rather than on every
006011*                     individual PRTIMFIL record.
006012*  10/15/26  TR  PRCTL-DEDUCTS and PRCTL-PRIORITIZE-
006013*                     DEDUCTTIONS had their items pasted in
006014*                     12 times instead of being left to the
006015*                     OCCURS clause to repeat them, making
006016*                     PRCTL-DE-CODE and PRCTL-PRIORITIZE-
006017*                     DEDUCTION ambiguous when subscripted;
006018*                     reduced to one occurrence each, as was
006019*                     done for TIME-DEDUCTIONS-EARNINGS.
006020*  10/15/26  TR  Added PRCTL-HOL-WAIT-DAYS (out of the trailing
006021*                     record filler) - days after hire before a
006022*                     new employee qualifies for holiday pay.
006000******************************************************************
006100 FD  PAYROLL-CONTROL-FILE
006200      RECORD CONTAINS 800 COMPRESSED CHARACTERS
023500         05 PRCTL-DEDUCTS OCCURS 12 TIMES.
023600            07 PRCTL-DE-CODE                  PIC X(2).
023700            07 PRCTL-DE-DESCRIPTION           PIC X(9).
23800      03 FILLER                               PIC X(44).
023900*    USED BY VARIOUS PRGS: SEMM, SETD, PEMPBALS, ETC.
024000      03 PRCTL-CUTOFF-TIMEDT-DATE.
030000         05 PRCTL-ROTH-401K-CATCHUP-LIMIT     PIC 9(6).
030100      03 PRCTL-PRIORITIZE-DEDUCTTIONS OCCURS 12 TIMES.
030200         05 PRCTL-PRIORITIZE-DEDUCTION        PIC 9(2).
30300      03 FILLER                               PIC X(15).
030400**       This allows for the changing of order in which we process
030500**       deductions in table EMP-DED-EARN
036096         88 PRCTL-PAY-FREQ-BIWEEKLY           VALUE "B" " ".
036097         88 PRCTL-PAY-FREQ-SEMI-MONTHLY       VALUE "S".
036098         88 PRCTL-PAY-FREQ-MONTHLY            VALUE "M".
036099      03 PRCTL-HOL-WAIT-DAYS                  PIC 9(3).
036100*        Days after EM-HIRE-DATE-CYMD an employee must be on
036101*        the payroll before a calendar holiday is paid by the
036102*        holiday pay generation run; zero = paid from hire.
036103      03 FILLER                               PIC X(12).
