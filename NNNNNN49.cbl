003000*  was generated.  TDHIST and TIMEDT carry no employer number,
003100*  so like NNNNNN11 the run assumes the employer's own
003200*  libraries are mounted.
003210*  Modified 10/15/26 TR - Retro hours now pay at the rate in
003220*  force on the day worked, looked up on the effective-dated
003230*  PAYRATE file, instead of today's TIME-AVERAGE-RATE - a
003240*  correction to a day worked before a raise no longer pays
003250*  at the raised rate.  An employee with no PAYRATE rate on
003260*  or before the day still pays at TIME-AVERAGE-RATE.
003300*****************************************************************
003400
003500 AUTHOR. Terry Reinholt
005500
005600     COPY SLTMETRX.
005700
005710     COPY SLPAYRAT.
005720
005800     COPY SLPRINT.
005900
006000/
007000
007100     COPY FDTMETRX.
007200
007210     COPY FDPAYRAT.
007220
007300     COPY FDPRINT.
007400
007500/
008300
008400     COPY WSTMETRX.
008500
008510     COPY WSPAYRAT.
008520
008600     COPY WSPRINT.
008700
008800     COPY WSFILEST.
009900 77  CT-ENTRIES-FLAGGED               PIC 9(7) COMP VALUE ZERO.
010000 77  CT-HOURS-DELTA                  PIC S9(5)V99 COMP VALUE ZERO.
010100 77  CT-PAY-DELTA                    PIC S9(7)V99 COMP VALUE ZERO.
010110 77  CT-PAYRATE-PRICED                PIC 9(7) COMP VALUE ZERO.
010200
010300 77  RET-DELTA-ADJ-HRS               PIC S9(3)V99 COMP VALUE ZERO.
010400 77  RET-DELTA-ADJ-EARNED            PIC S9(3)V99 COMP VALUE ZERO.
011400     88  RET-NEW-RETRO                 VALUE "Y".
011500 77  KT-SLOT-FOUND-SW                 PIC X(1) VALUE "N".
011600     88  KT-SLOT-FOUND                 VALUE "Y".
011610 77  PAYRATE-ON-HAND-SW               PIC X(1) VALUE "N".
011620     88  PAYRATE-ON-HAND               VALUE "Y".
011700
011800 77  KT-ENTRIES-USED                  PIC 9(3) COMP VALUE ZERO.
011900 77  KT-SCAN-SUB                      PIC 9(3) COMP VALUE ZERO.
017600         GO TO DONE.
017700     OPEN INPUT TIME-DETAIL-FILE.
017800     OPEN I-O PAY-TIME-TRX-FILE.
017810     OPEN INPUT PAY-RATE-FILE.
017820     IF RAT-FILE-STATUS = SUCCESSFUL-STATUS
017830         MOVE "Y" TO PAYRATE-ON-HAND-SW.
017900     OPEN OUTPUT PRINT-FILE.
018000
018100     PERFORM HEADING-ROUTINE THRU
023500     MOVE "RETRO PAY GENERATED" TO CT-RL-LABEL.
023600     MOVE CT-PAY-DELTA TO CT-RL-VALUE.
023700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
023710     MOVE "ADJUSTMENTS AT PAYRATE RATE FOR DAY" TO CT-RL-LABEL.
023720     MOVE CT-PAYRATE-PRICED TO CT-RL-VALUE.
023730     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
023800     MOVE "BASELINE NEVER POSTED - NO RETRO" TO CT-RL-LABEL.
023900     MOVE CT-PRIOR-UNPOSTED TO CT-RL-VALUE.
024000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
025100     MOVE CT-ENTRIES-FLAGGED TO CT-RL-VALUE.
025200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
025300
025310     IF PAYRATE-ON-HAND
025320         CLOSE PAY-RATE-FILE.
025400     CLOSE PAYROLL-CONTROL-FILE
025500           TD-HISTORY-FILE
025600           TIME-DETAIL-FILE
048200         MOVE "N" TO RET-PTT-FOUND-SW
048300         GO TO GET-PRIMARY-RECORD-EXIT.
048400     MOVE TIME-AVERAGE-RATE TO RET-AVERAGE-RATE.
048410
048420*    The rate in force on the day worked, when PAYRATE has one,
048430*    replaces the current rate - the hours being corrected were
048440*    earned at that day's rate, not today's.
048450     IF NOT PAYRATE-ON-HAND
048460         GO TO GET-PRIMARY-RECORD-EXIT.
048470     MOVE PRCTL-EMPLOYER-NO TO RAT-FIND-EMPLOYER-NO.
048480     MOVE KT-EMP-NUM (KT-INDEX) TO RAT-FIND-EMP-NUM.
048490     MOVE KT-DATE-WORKED-CYMD (KT-INDEX) TO RAT-FIND-DATE-CYMD.
048491     PERFORM GET-RATE-IN-FORCE THRU
048492             GET-RATE-IN-FORCE-EXIT.
048493     IF RAT-RATE-FOUND AND RAT-IN-FORCE-RATE NOT = ZERO
048494         MOVE RAT-IN-FORCE-RATE TO RET-AVERAGE-RATE
048495         ADD 1 TO CT-PAYRATE-PRICED.
048500 GET-PRIMARY-RECORD-EXIT.  EXIT.
048600
048700 GET-RETRO-RECORD.
062600     ADD 1 TO CT-ENTRIES-FLAGGED.
062700 FLAG-ONE-ENTRY-EXIT.  EXIT.
062800
062810     COPY DSPAYRAT.
062820
062900 END-OF-PROGRAM SECTION.
063000
063100 DONE.
