001400*  banks - flagging employees gone negative.  Guarded by the
001500*  RUNCTL run control: a second usage pass for the same period
001600*  would double the hours used.
001610*  Modified 10/15/26 TR - Every entitlement transaction
001620*  applied is logged to AUDLOG with the VACBAL record as it
001630*  stood before and after (DSAUDLOG).  The period usage
001640*  update is payroll posting, not maintenance, and is not
001650*  logged.
001700*****************************************************************
001800
001900 AUTHOR. Terry Reinholt
004300
004400     COPY SLPRINT.
004500
004510     COPY SLAUDLOG.
004520
004600/
004700 DATA DIVISION.
004800
006000
006100     COPY FDPRINT.
006200
006210     COPY FDAUDLOG.
006220
006300/
006400 WORKING-STORAGE SECTION.
006500
007500
007600     COPY WSPRINT.
007700
007710     COPY WSAUDLOG.
007720
007800     COPY WSFILEST.
007900
008000 77  CT-TRANS-READ                    PIC 9(7) COMP VALUE ZERO.
015800         OPEN I-O VACATION-BAL-FILE.
015900     OPEN INPUT PAY-TIME-TRX-FILE.
016000     OPEN OUTPUT PRINT-FILE.
016010     MOVE "NNNNNN33" TO AUD-LOG-PGM-NAME.
016020     PERFORM OPEN-AUDIT-LOG THRU
016030             OPEN-AUDIT-LOG-EXIT.
016100
016200     PERFORM HEADING-ROUTINE THRU
016300             HEADING-ROUTINE-EXIT.
022600           VACATION-BAL-FILE
022700           PAY-TIME-TRX-FILE
022800           PRINT-FILE
022900           RUN-CONTROL-FILE
022910           AUDIT-LOG-FILE.
023000 CLOSING-PROCEDURE-EXIT.  EXIT.
023100
023200/
026400         MOVE ZERO TO VAC-VAC-USED-HRS
026500         MOVE ZERO TO VAC-PERS-USED-HRS
026600         MOVE PRCTL-VAC-CURR-BEG-DATE-YY TO VAC-YEAR-YY.
026610     IF NEW-EMPLOYEE
026620         MOVE SPACES TO AUD-LOG-BEFORE-IMAGE
026630     ELSE
026640         MOVE VACATION-BAL-RECORD TO AUD-LOG-BEFORE-IMAGE.
026700
026800     MOVE VBT-VAC-ENT-HRS TO VAC-VAC-ENT-HRS.
026900     MOVE VBT-PERS-ENT-HRS TO VAC-PERS-ENT-HRS.
027800         WRITE VACATION-BAL-RECORD
027900     ELSE
028000         REWRITE VACATION-BAL-RECORD.
028010     IF NEW-EMPLOYEE
028020         MOVE "A" TO AUD-LOG-ACTION
028030     ELSE
028040         MOVE "C" TO AUD-LOG-ACTION.
028050     PERFORM LOG-BALANCE-AUDIT THRU
028060             LOG-BALANCE-AUDIT-EXIT.
028100 APPLY-ONE-TRANS-EXIT.  EXIT.
028200
028300 UPDATE-ONE-USAGE.
036800         MOVE SPACES TO VCB-RL-STATUS.
036900     WRITE PRINT-RECORD FROM VCB-REPORT-LINE.
037000 LIST-ONE-BALANCE-EXIT.  EXIT.
037010
037020 LOG-BALANCE-AUDIT.
037030     MOVE "VACBAL" TO AUD-LOG-FILE-ID.
037040     MOVE VAC-KEY TO AUD-LOG-RECORD-KEY.
037050     MOVE VAC-EMPLOYER-NO TO AUD-LOG-EMPLOYER-NO.
037060     MOVE VAC-EMP-NUM TO AUD-LOG-EMP-NUM.
037070     MOVE VBT-USER-ID TO AUD-LOG-USER-ID.
037080     MOVE VACATION-BAL-RECORD TO AUD-LOG-AFTER-IMAGE.
037090     PERFORM WRITE-AUDIT-RECORD THRU
037092             WRITE-AUDIT-RECORD-EXIT.
037094 LOG-BALANCE-AUDIT-EXIT.  EXIT.
037100
037200     COPY DSRUNCTL.
037210
037220     COPY DSAUDLOG.
037300
037400 END-OF-PROGRAM SECTION.
037500
