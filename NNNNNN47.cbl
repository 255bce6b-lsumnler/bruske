002100*  hours on PRTIMFIL.  TIMEDT carries no employer number, so
002200*  like NNNNNN11 the run assumes the employer's own TIMEDT
002300*  library is mounted.
002310*  Modified 10/15/26 TR - Holiday records (TD-HRS-TYPE-CODE
002320*  "H", as the NNNNNN71 holiday pay run writes them) now post
002330*  their TD-ADJUSTED-HRS to TIME-HOLIDAY-HOURS instead of
002340*  TIME-REGULAR-HOURS, so NNNNNN51 prices them as holiday pay
002350*  and they stay out of the regular hours.
002400*****************************************************************
002500
002600 AUTHOR. Terry Reinholt
039800         WRITE PRINT-RECORD FROM PST-REPORT-LINE
039900         GO TO POST-TO-PRTIMFIL-EXIT.
040000
040100     IF TD-HRS-TYPE-CODE = "H"
040110         ADD TD-ADJUSTED-HRS TO TIME-HOLIDAY-HOURS
040120     ELSE
040130         ADD TD-ADJUSTED-HRS TO TIME-REGULAR-HOURS.
040200     ADD TD-ADJ-EARNED-HRS TO TIME-INCENT-EARNED-HRS.
040300     ADD TD-EARNED-HRS TO TIME-EARNED-HOURS.
040400     REWRITE PAY-TIME-TRX-RECORD.
