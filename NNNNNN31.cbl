001420*  employee's work state (EM-WORK-STATE, with PRCTL-STATE as
001430*  the fallback) in W2X-WORK-STATE, so the W-2s can show
001440*  state wages under the state the person actually works in.
001450*  Modified 10/15/26 TR - Social security tips and allocated
001460*  tips are filled in from the TIPYTD file for a restaurant
001470*  employer's tipped employees.
001500*****************************************************************
001600
001700 AUTHOR. Terry Reinholt
003800     COPY SLTMETRX.
003900
004000     COPY SLW2EXTR.
004010
004020     COPY SLTIPYTD.
004100
004200     COPY SLPRINT.
004300
005500     COPY FDTMETRX.
005600
005700     COPY FDW2EXTR.
005710
005720     COPY FDTIPYTD.
005800
005900     COPY FDPRINT.
006000
007000     COPY WSTMETRX.
007100
007200     COPY WSW2EXTR.
007210
007220     COPY WSTIPYTD.
007300
007400     COPY WSPRINT.
007500
008200     88  SCAN-DONE                     VALUE "Y".
008300 77  EMPMAST-ON-HAND-SW               PIC X(1) VALUE "N".
008400     88  EMPMAST-ON-HAND               VALUE "Y".
008410 77  TIPYTD-ON-HAND-SW                PIC X(1) VALUE "N".
008420     88  TIPYTD-ON-HAND                VALUE "Y".
008500
008600 77  W2W-EMP-NAME-HOLD                PIC X(28) VALUE SPACES.
008700 77  W2W-SOC-SEC-HOLD                 PIC 9(9) VALUE ZERO.
009400     05  W2W-TOT-SWT               PIC S9(8)V99 COMP VALUE ZERO.
009500     05  W2W-TOT-OST               PIC S9(8)V99 COMP VALUE ZERO.
009600     05  W2W-TOT-CWT               PIC S9(8)V99 COMP VALUE ZERO.
009610     05  W2W-TOT-SS-TIPS           PIC S9(8)V99 COMP VALUE ZERO.
009620     05  W2W-TOT-ALLOC-TIPS        PIC S9(8)V99 COMP VALUE ZERO.
009700
009800 01  CT-REPORT-LINE.
009900     05  FILLER                       PIC X(4).
014200     OPEN INPUT EMPLOYEE-MASTER-FILE.
014300     IF EM-FILE-STATUS = SUCCESSFUL-STATUS
014400         MOVE "Y" TO EMPMAST-ON-HAND-SW.
014410     OPEN INPUT TIP-YTD-FILE.
014420     IF TPY-FILE-STATUS = SUCCESSFUL-STATUS
014430         MOVE "Y" TO TIPYTD-ON-HAND-SW.
014500     OPEN INPUT PAY-TIME-TRX-FILE.
014600     OPEN OUTPUT W2-EXTRACT-FILE.
014700     OPEN OUTPUT PRINT-FILE.
020900     MOVE "TOTAL YTD CWT" TO CT-RL-LABEL.
021000     MOVE W2W-TOT-CWT TO CT-RL-VALUE.
021100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
021110     MOVE "TOTAL SOCIAL SECURITY TIPS" TO CT-RL-LABEL.
021120     MOVE W2W-TOT-SS-TIPS TO CT-RL-VALUE.
021130     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
021140     MOVE "TOTAL ALLOCATED TIPS" TO CT-RL-LABEL.
021150     MOVE W2W-TOT-ALLOC-TIPS TO CT-RL-VALUE.
021160     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
021200
021210     IF TIPYTD-ON-HAND
021220         CLOSE TIP-YTD-FILE.
021300     IF EMPMAST-ON-HAND
021400         CLOSE EMPLOYEE-MASTER-FILE.
021500     CLOSE PAYROLL-CONTROL-FILE
026000     MOVE EYD-YTD-CWT TO W2X-YTD-CWT.
026100     MOVE EYD-YEAR-YY TO W2X-YEAR-YY.
026150     MOVE W2W-WORK-STATE-HOLD TO W2X-WORK-STATE.
026160     MOVE ZERO TO W2X-YTD-SS-TIPS.
026170     MOVE ZERO TO W2X-YTD-ALLOC-TIPS.
026180     PERFORM GET-TIPS THRU
026190             GET-TIPS-EXIT.
026200     WRITE W2X-RECORD.
026300
026400     MOVE SPACES TO W2R-REPORT-LINE.
031100     IF W2W-SOC-SEC-HOLD = ZERO
031200         MOVE TIME-EMP-SOC-SEC-NO TO W2W-SOC-SEC-HOLD.
031300 GET-IDENTIFICATION-EXIT.  EXIT.
031305
031310 GET-TIPS.
031315*    Only a TIPYTD balance for the same year as the EARNYTD
031320*    balance belongs on this W-2.
031325     IF NOT TIPYTD-ON-HAND
031330         GO TO GET-TIPS-EXIT.
031335     MOVE EYD-EMPLOYER-NO TO TPY-EMPLOYER-NO.
031340     MOVE EYD-EMP-NUM TO TPY-EMP-NUM.
031345     READ TIP-YTD-FILE
031350         INVALID KEY
031355             GO TO GET-TIPS-EXIT.
031360     IF TPY-YEAR-YY NOT = EYD-YEAR-YY
031365         GO TO GET-TIPS-EXIT.
031370     COMPUTE W2X-YTD-SS-TIPS =
031375         TPY-YTD-CASH-TIPS + TPY-YTD-CHARGED-TIPS.
031380     MOVE TPY-ALLOCATED-TIPS TO W2X-YTD-ALLOC-TIPS.
031385     ADD W2X-YTD-SS-TIPS TO W2W-TOT-SS-TIPS.
031390     ADD W2X-YTD-ALLOC-TIPS TO W2W-TOT-ALLOC-TIPS.
031395 GET-TIPS-EXIT.  EXIT.
031400
031500 END-OF-PROGRAM SECTION.
031600
