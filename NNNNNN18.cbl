002000*                     employee master when the employee is on it,
002100*                     falling back to whatever TIME-EMP-NAME was
002200*                     stamped on the transaction.
002210*  Modified 10/15/26 TR - Checks the RUNCTL run-control file
002220*                     at start-up: held until the NNNNNN56
002230*                     pre-check edit has run clean (or been
002240*                     released by the operator) for the pay
002250*                     period, and refused, short of an
002260*                     override, a second time for the same
002270*                     period.  Stamps its completion at end
002280*                     of job.
002300*****************************************************************
002400
002500 AUTHOR. Terry Reinholt
003900
004000     COPY SLPRCNTL.
004100
004110     COPY SLRUNCTL.
004120
004200     COPY SLTMETRX.
004300
004400     COPY SLEMPMST.
005400
005500     COPY FDPRCNTL.
005600
005610     COPY FDRUNCTL.
005620
005700     COPY FDTMETRX.
005800
005900     COPY FDEMPMST.
006700
006800     COPY WSPRCNTL.
006900
006910     COPY WSRUNCTL.
006920
007000     COPY WSTMETRX.
007100
007200     COPY WSEMPMST.
020500         DISPLAY "DIRECT DEPOSIT NOT AUTHORIZED FOR EMPLOYER"
020600         GO TO DONE.
020700
020710     DISPLAY "ENTER PAY PERIOD DATE (MMDDYY)".
020720     ACCEPT RNC-CHECK-PERIOD-DATE.
020730     PERFORM OPEN-RUN-CONTROL THRU
020740             OPEN-RUN-CONTROL-EXIT.
020750     MOVE "NNNNNN18" TO RNC-CHECK-PGM-NAME.
020760     MOVE "NNNNNN56" TO RNC-PREREQ-PGM-NAME.
020770     PERFORM CHECK-RUN-CONTROL THRU
020780             CHECK-RUN-CONTROL-EXIT.
020790     IF RNC-RUN-REFUSED
020792         DISPLAY "RUN CANCELLED BY RUN CONTROL"
020794         GO TO DONE.
020796
020800     DISPLAY "ENTER FILE CREATION DATE (YYMMDD)".
020900     ACCEPT ACH-CREATION-DATE.
021000     DISPLAY "ENTER EFFECTIVE ENTRY DATE (YYMMDD)".
029000     MOVE ACH-TOTAL-CREDIT TO CT-RL-VALUE.
029100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
029200
029210     PERFORM STAMP-RUN-COMPLETE THRU
029220             STAMP-RUN-COMPLETE-EXIT.
029230
029300     IF EMPMAST-ON-HAND
029400         CLOSE EMPLOYEE-MASTER-FILE.
029500     CLOSE PAYROLL-CONTROL-FILE
029600           PAY-TIME-TRX-FILE
029700           ACH-EXPORT-FILE
029800           PRINT-FILE
029810           RUN-CONTROL-FILE.
029900 CLOSING-PROCEDURE-EXIT.  EXIT.
030000
030100/
045300     SUBTRACT 1 FROM ACH-PAD-COUNT.
045400 WRITE-ONE-FILLER-RECORD-EXIT.  EXIT.
045500
045510     COPY DSRUNCTL.
045520
045600 END-OF-PROGRAM SECTION.
045700
045800 DONE.
