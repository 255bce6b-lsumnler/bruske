001800*  the proof report, which shows the file netting to zero before
001900*  accounting imports it - until now every payroll was re-keyed
002000*  into the ledger from the printed register.
002010*  Modified 10/15/26 TR - Non-cash table earnings (TIME-DE-
002020*                     TYPE "N") are not paid out in net:
002030*                     reported tips are left out of wage
002040*                     expense altogether, and the meal value
002050*                     (code MV) stays in wage expense with
002060*                     its credit to the PRCTL-MEALS-ACCOUNT.
002100*****************************************************************
002200
002300 AUTHOR. Terry Reinholt
007700
007800 77  GLW-DED-SUB                      PIC 9(2) COMP VALUE ZERO.
007900 77  GLW-WAGE-THIS-RECORD            PIC S9(6)V99 COMP VALUE ZERO.
007910 77  GLW-TIPS-THIS-RECORD            PIC S9(6)V99 COMP VALUE ZERO.
008000 77  GLW-PERIOD-DATE                  PIC 9(6) VALUE ZERO.
008100
008200 01  GLW-ACCUMULATORS.
009700     05  GLW-SUPPORT               PIC S9(8)V99 COMP VALUE ZERO.
009800     05  GLW-PROC-FEE              PIC S9(8)V99 COMP VALUE ZERO.
009900     05  GLW-DE-TABLE              PIC S9(8)V99 COMP VALUE ZERO.
009910     05  GLW-MEALS                 PIC S9(8)V99 COMP VALUE ZERO.
010000     05  GLW-NET-PAY               PIC S9(8)V99 COMP VALUE ZERO.
010100
010200 01  GLW-PROOF-TOTALS.
026000         UNTIL GLW-DED-SUB > 5.
026100
026200     MOVE 1 TO GLW-DED-SUB.
026210     MOVE ZERO TO GLW-TIPS-THIS-RECORD.
026300     PERFORM ADD-ONE-TABLE-DED THRU
026400             ADD-ONE-TABLE-DED-EXIT
026500         UNTIL GLW-DED-SUB > 12.
026900     COMPUTE GLW-WAGE-THIS-RECORD =
027000         TIME-GROSS-PAY - TIME-VACATION-PAY - TIME-HOLIDAY-PAY
027100         - TIME-PERS-PAY - TIME-SPECIAL-PAY - TIME-STD-PAY
027200         - TIME-STD-OVT-PAY - GLW-TIPS-THIS-RECORD.
027300     PERFORM ADD-DEPT-WAGE THRU
027400             ADD-DEPT-WAGE-EXIT.
027500 PROCESS-INPUT-EXIT.  EXIT.
028500*    the gross.
028600     IF TIME-DE-TYPE (GLW-DED-SUB) = "D"
028700         ADD TIME-DE-AMOUNT (GLW-DED-SUB) TO GLW-DE-TABLE.
028710*    Reported tips were never the employer's expense; the
028720*    meal value is, and relieves the meals account.
028730     IF TIME-DE-TYPE (GLW-DED-SUB) = "N"
028740         IF TIME-DE-CODE (GLW-DED-SUB) = "MV"
028750             ADD TIME-DE-AMOUNT (GLW-DED-SUB) TO GLW-MEALS
028760         ELSE
028770             ADD TIME-DE-AMOUNT (GLW-DED-SUB) TO
028780                 GLW-TIPS-THIS-RECORD.
028800     ADD 1 TO GLW-DED-SUB.
028900 ADD-ONE-TABLE-DED-EXIT.  EXIT.
029000
048900     PERFORM WRITE-CREDIT-IF-NONZERO THRU
049000             WRITE-CREDIT-IF-NONZERO-EXIT.
049100
049110     MOVE PRCTL-MEALS-MAIN-ACCOUNT TO GLH-ACCOUNT.
049120     MOVE PRCTL-MEALS-SUB-ACCOUNT TO GLH-SUB-ACCOUNT.
049130     MOVE GLW-MEALS TO GLH-CREDIT-AMOUNT.
049140     MOVE "MEALS FURNISHED" TO GLH-DESCRIPTION.
049150     PERFORM WRITE-CREDIT-IF-NONZERO THRU
049160             WRITE-CREDIT-IF-NONZERO-EXIT.
049170
049200     MOVE PRCTL-CHECKING-MAIN-ACCOUNT TO GLH-ACCOUNT.
049300     MOVE PRCTL-CHECKING-SUB-ACCOUNT TO GLH-SUB-ACCOUNT.
049400     MOVE GLW-NET-PAY TO GLH-CREDIT-AMOUNT.
