002300*  TIMEDT carries no employer number, so like NNNNNN11 the run
002400*  assumes the employer's own TIMEDT library is mounted; the
002500*  employer entered at start-up keys the master lookups.
002510*  Modified 10/15/26 TR - For an employer that costs labor by
002520*                     job (PRCTL-USE-JOB-NUMBERS = "Y") the
002530*                     punch's job number is validated against
002540*                     the JOBMAST job master the way the
002550*                     op-code is against OPCODE, and carried
002560*                     to TD-JOB-NUMBER.  A job not on the
002570*                     master, or closed before the date
002580*                     worked, sends the punch to TDEXCP.  A
002590*                     blank job number is time not charged to
002595*                     any job and imports as before.
002600*****************************************************************
002700
002800 AUTHOR. Terry Reinholt
004700     COPY SLEMPMST.
004800
004900     COPY SLOPCODE.
004910
004920     COPY SLJOBMST.
005000
005100     COPY SLWRKSCH.
005200
006800     COPY FDEMPMST.
006900
007000     COPY FDOPCODE.
007010
007020     COPY FDJOBMST.
007100
007200     COPY FDWRKSCH.
007300
008700     COPY WSEMPMST.
008800
008900     COPY WSOPCODE.
008910
008920     COPY WSJOBMST.
009000
009100     COPY WSWRKSCH.
009200
010500 77  CT-PUNCHES-REJECTED              PIC 9(7) COMP VALUE ZERO.
010600 77  CT-BAD-BADGES                    PIC 9(7) COMP VALUE ZERO.
010700 77  CT-BAD-OP-CODES                  PIC 9(7) COMP VALUE ZERO.
010710 77  CT-BAD-JOBS                      PIC 9(7) COMP VALUE ZERO.
010800 77  CT-OUT-OF-WINDOW                 PIC 9(7) COMP VALUE ZERO.
010900 77  CT-NO-SCHEDULE                   PIC 9(7) COMP VALUE ZERO.
011000 77  CT-DUPLICATES                    PIC 9(7) COMP VALUE ZERO.
012300     88  IMP-OP-CODE-OK                VALUE SPACE.
012400     88  IMP-OP-CODE-MISSING           VALUE "M".
012500     88  IMP-OP-CODE-INACTIVE          VALUE "I".
012510 77  IMP-USE-JOBS-SW                  PIC X(1) VALUE "N".
012520     88  IMP-USE-JOBS                  VALUE "Y".
012530 77  IMP-JOB-SW                       PIC X(1) VALUE SPACE.
012540     88  IMP-JOB-OK                    VALUE SPACE.
012550     88  IMP-JOB-MISSING               VALUE "M".
012560     88  IMP-JOB-CLOSED                VALUE "C".
012600
012700 77  IMP-WORKED-HRS                  PIC S9(3)V99 COMP VALUE ZERO.
012800 77  IMP-EARNED-HRS                  PIC S9(3)V99 COMP VALUE ZERO.
015900     05  FILLER                       PIC X(3).
016000     05  IMP-RL-OP-CODE                 PIC X(4).
016100     05  FILLER                       PIC X(3).
016110     05  IMP-RL-JOB                     PIC X(6).
016120     05  FILLER                       PIC X(3).
016200     05  IMP-RL-HOURS                   PIC Z9.99-.
016300     05  FILLER                       PIC X(3).
016400     05  IMP-RL-MESSAGE                 PIC X(34).
016500     05  FILLER                       PIC X(49).
016600
016700/
016800 PROCEDURE DIVISION.
019600         DISPLAY "UNABLE TO OPEN OPCODE MASTER, STATUS = "
019700             OPC-FILE-STATUS
019800         GO TO DONE.
019810     IF PRCTL-USE-JOB-NUMBERS = "Y"
019820         MOVE "Y" TO IMP-USE-JOBS-SW
019830         OPEN INPUT JOB-MASTER-FILE
019840         IF JOB-FILE-STATUS NOT = SUCCESSFUL-STATUS
019850             DISPLAY "UNABLE TO OPEN JOBMAST MASTER, STATUS = "
019860                 JOB-FILE-STATUS
019870             GO TO DONE.
019900     OPEN INPUT WRKSCH-FILE.
020000     IF WKS-FILE-STATUS NOT = SUCCESSFUL-STATUS
020100         DISPLAY "UNABLE TO OPEN WRKSCH MASTER, STATUS = "
022200     MOVE "TIME-CLOCK PUNCH IMPORT" TO PRINT-RECORD.
022300     WRITE PRINT-RECORD.
022400     MOVE SPACES TO PRINT-RECORD.
022500     MOVE "BADGE  EMP    DATE-WRKD   OPCD   JOB       HRS" TO
022600         PRINT-RECORD.
022700     WRITE PRINT-RECORD.
022800     MOVE SPACES TO PRINT-RECORD.
025200     MOVE "  OP-CODE MISSING OR INACTIVE" TO CT-RL-LABEL.
025300     MOVE CT-BAD-OP-CODES TO CT-RL-VALUE.
025400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
025410     MOVE "  JOB NOT ON MASTER OR CLOSED" TO CT-RL-LABEL.
025420     MOVE CT-BAD-JOBS TO CT-RL-VALUE.
025430     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
025500     MOVE "  OUTSIDE ENTRY WINDOW" TO CT-RL-LABEL.
025600     MOVE CT-OUT-OF-WINDOW TO CT-RL-VALUE.
025700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
027000           TIME-DETAIL-FILE
027100           TD-EXCEPTION-FILE
027200           PRINT-FILE.
027210     IF IMP-USE-JOBS
027220         CLOSE JOB-MASTER-FILE.
027300 CLOSING-PROCEDURE-EXIT.  EXIT.
027400
027500/
030900             PERFORM REJECT-THIS-PUNCH THRU
031000                     REJECT-THIS-PUNCH-EXIT
031100             GO TO IMPORT-ONE-PUNCH-EXIT.
031110
031120     PERFORM CHECK-JOB-NUMBER THRU
031130             CHECK-JOB-NUMBER-EXIT.
031140     IF NOT IMP-JOB-OK
031150         ADD 1 TO CT-BAD-JOBS
031160         IF IMP-JOB-MISSING
031170             MOVE "JOB NOT ON JOBMAST FILE" TO
031180                 TDX-REASON-HOLD
031190             PERFORM REJECT-THIS-PUNCH THRU
031191                     REJECT-THIS-PUNCH-EXIT
031192             GO TO IMPORT-ONE-PUNCH-EXIT
031193         ELSE
031194             MOVE "JOB CLOSED BEFORE DATE WORKED" TO
031195                 TDX-REASON-HOLD
031196             PERFORM REJECT-THIS-PUNCH THRU
031197                     REJECT-THIS-PUNCH-EXIT
031198             GO TO IMPORT-ONE-PUNCH-EXIT.
031200
031300     PERFORM CHECK-ENTRY-WINDOW THRU
031400             CHECK-ENTRY-WINDOW-EXIT.
035800     MOVE EM-EMP-NUM TO IMP-RL-EMP-NUM.
035900     MOVE PCH-DATE-WORKED-CYMD TO IMP-RL-DATE.
036000     MOVE PCH-OP-CODE4 TO IMP-RL-OP-CODE.
036010     MOVE PCH-JOB-NUMBER TO IMP-RL-JOB.
036100     MOVE IMP-WORKED-HRS TO IMP-RL-HOURS.
036200     MOVE "IMPORTED" TO IMP-RL-MESSAGE.
036300     WRITE PRINT-RECORD FROM IMP-REPORT-LINE.
041400     IF OPC-INACTIVE
041500         MOVE "I" TO IMP-OP-CODE-SW.
041600 CHECK-OP-CODE-EXIT.  EXIT.
041604
041608 CHECK-JOB-NUMBER.
041612*    Only an employer on job costing has its jobs checked.  A
041616*    blank job is time charged to no job; a job closed on or
041620*    after the date worked still takes that day's time, so
041624*    late punches for work done before the close come in.
041628     MOVE SPACE TO IMP-JOB-SW.
041632     IF NOT IMP-USE-JOBS OR PCH-JOB-NUMBER = SPACES
041636         GO TO CHECK-JOB-NUMBER-EXIT.
041640
041644     MOVE PRCTL-EMPLOYER-NO TO JOB-EMPLOYER-NO.
041648     MOVE PCH-JOB-NUMBER TO JOB-NUMBER.
041652     READ JOB-MASTER-FILE
041656         INVALID KEY
041660             MOVE "M" TO IMP-JOB-SW
041664             GO TO CHECK-JOB-NUMBER-EXIT.
041668
041672     IF JOB-CLOSED AND
041676        PCH-DATE-WORKED-CYMD > JOB-CLOSED-DATE-CYMD
041680         MOVE "C" TO IMP-JOB-SW.
041684 CHECK-JOB-NUMBER-EXIT.  EXIT.
041700
041800 CHECK-ENTRY-WINDOW.
041900*    The punch's date worked is the entry date; the run date the
049000     MOVE PCH-STOP-TIME TO TD-STOP-TIME.
049100     MOVE EM-EMP-NAME TO TD-EMP-NAME.
049200     MOVE PCH-OP-CODE4 TO TD-OP-CODE4.
049210     IF IMP-USE-JOBS
049220         MOVE PCH-JOB-NUMBER TO TD-JOB-NUMBER.
049300     MOVE OPC-DIST-CODE TO TD-DIST-CODE.
049400     MOVE PCH-PCS-MADE TO TD-PCS-MADE.
049500     MOVE OPC-STD-RATE TO TD-STD-RATE.
055800     MOVE PCH-BADGE-NO TO IMP-RL-BADGE.
055900     MOVE PCH-DATE-WORKED-CYMD TO IMP-RL-DATE.
056000     MOVE PCH-OP-CODE4 TO IMP-RL-OP-CODE.
056010     MOVE PCH-JOB-NUMBER TO IMP-RL-JOB.
056100     MOVE TDX-REASON-HOLD TO IMP-RL-MESSAGE.
056200     WRITE PRINT-RECORD FROM IMP-REPORT-LINE.
056300 REJECT-THIS-PUNCH-EXIT.  EXIT.
