001550*                     advanced DDP-CYCLES-HELD an extra
001560*                     cycle.  Stamps its completion at end
001570*                     of job.
001575*  Modified 10/15/26 TR - An enrollment the NNNNNN73
001580*                     separation run inactivated stays
001585*                     stopped, so the final check prints on
001590*                     paper, until EMPMAST shows the employee
001592*                     active again; a rehire starts over in
001594*                     prenote.
001600*****************************************************************
001700
001800 AUTHOR. Terry Reinholt
003700     COPY SLDDPREN.
003800
003900     COPY SLDDPEXP.
003920
003940     COPY SLEMPMST.
004000
004100     COPY SLPRINT.
004200
005200     COPY FDDDPREN.
005300
005400     COPY FDDDPEXP.
005420
005440     COPY FDEMPMST.
005500
005600     COPY FDPRINT.
005700
006500     COPY WSDDPREN.
006600
006700     COPY WSDDPEXP.
006720
006740     COPY WSEMPMST.
006800
006900     COPY WSPRINT.
007000
007300 77  CT-EMPLOYEES-CHECKED              PIC 9(7) COMP VALUE ZERO.
007400 77  CT-NEW-ENROLLEES                  PIC 9(7) COMP VALUE ZERO.
007500 77  CT-PROMOTED-TO-LIVE               PIC 9(7) COMP VALUE ZERO.
007520 77  CT-ENROLLMENTS-INACTIVE           PIC 9(7) COMP VALUE ZERO.
007540 77  CT-ENROLLMENTS-RESTARTED          PIC 9(7) COMP VALUE ZERO.
007600
007700 77  NEW-ENROLLEE-SW                   PIC X VALUE "N".
007800     88  NEW-ENROLLEE                   VALUE "Y".
007820 77  EMPMAST-ON-HAND-SW                PIC X VALUE "N".
007840     88  EMPMAST-ON-HAND                VALUE "Y".
007900
008000 01  DDX-PRENOTE-LINE.
008100     05  DDX-EMP-NUM                    PIC 9(4).
012200         OPEN OUTPUT DD-PRENOTE-FILE
012300         CLOSE DD-PRENOTE-FILE
012400         OPEN I-O DD-PRENOTE-FILE.
012420     OPEN INPUT EMPLOYEE-MASTER-FILE.
012440     IF EM-FILE-STATUS = SUCCESSFUL-STATUS
012460         MOVE "Y" TO EMPMAST-ON-HAND-SW.
012500     OPEN OUTPUT DD-PRENOTE-EXPORT-FILE.
012600     OPEN OUTPUT PRINT-FILE.
012700
015900     MOVE "ENROLLEES PROMOTED TO LIVE" TO CT-RL-LABEL.
016000     MOVE CT-PROMOTED-TO-LIVE TO CT-RL-VALUE.
016100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
016120     MOVE "INACTIVE ENROLLMENTS HELD" TO CT-RL-LABEL.
016140     MOVE CT-ENROLLMENTS-INACTIVE TO CT-RL-VALUE.
016160     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
016170     MOVE "REHIRES RESTARTED IN PRENOTE" TO CT-RL-LABEL.
016180     MOVE CT-ENROLLMENTS-RESTARTED TO CT-RL-VALUE.
016190     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
016200
016220     PERFORM STAMP-RUN-COMPLETE THRU
016240             STAMP-RUN-COMPLETE-EXIT.
016260
016270     IF EMPMAST-ON-HAND
016280         CLOSE EMPLOYEE-MASTER-FILE.
016300     CLOSE PAYROLL-CONTROL-FILE
016400           PAY-TIME-TRX-FILE
016500           DD-PRENOTE-FILE
022100 CHECK-PRENOTE-STATUS-EXIT.  EXIT.
022200
022300 UPDATE-PRENOTE-STATUS.
022310     IF DDP-INACTIVE
022320         PERFORM CHECK-INACTIVE-ENROLLMENT THRU
022330                 CHECK-INACTIVE-ENROLLMENT-EXIT
022340         GO TO UPDATE-PRENOTE-STATUS-EXIT.
022350
022400     IF DDP-LIVE
022500         MOVE "L" TO TIME-DD-PRENOTE-STATUS
022600         GO TO UPDATE-PRENOTE-STATUS-EXIT.
023800         ADD 1 TO DDP-CYCLES-HELD
023900         MOVE "P" TO TIME-DD-PRENOTE-STATUS.
024000 UPDATE-PRENOTE-STATUS-EXIT.  EXIT.
024002
024004 CHECK-INACTIVE-ENROLLMENT.
024006*    The separation run stopped this enrollment when the
024008*    employee was terminated.  No deposit goes out - the check
024010*    prints on paper - while EMPMAST still shows the employee
024012*    terminated.  A rehire starts over in prenote, since the
024014*    account on file may no longer be good.
024016     MOVE "I" TO TIME-DD-PRENOTE-STATUS.
024018     IF NOT EMPMAST-ON-HAND
024020         GO TO CHECK-INACTIVE-HELD.
024022     MOVE PRCTL-EMPLOYER-NO TO EM-EMPLOYER-NO.
024024     MOVE TIME-EMP-NUMBER TO EM-EMP-NUM.
024026     READ EMPLOYEE-MASTER-FILE.
024028     IF EM-FILE-STATUS NOT = SUCCESSFUL-STATUS
024030         GO TO CHECK-INACTIVE-HELD.
024032     IF NOT EM-ACTIVE
024034         GO TO CHECK-INACTIVE-HELD.
024036
024038     MOVE "P" TO DDP-STATUS.
024040     MOVE 1 TO DDP-CYCLES-HELD.
024042     MOVE TIME-CHECK-DATE TO DDP-FIRST-SEEN-DATE.
024044     MOVE "P" TO TIME-DD-PRENOTE-STATUS.
024046     MOVE SPACES TO DDP-REPORT-LINE.
024048     MOVE TIME-EMP-NUMBER TO DDP-RL-EMP-NUM.
024050     MOVE "REHIRED - BACK IN PRENOTE" TO DDP-RL-MESSAGE.
024052     WRITE PRINT-RECORD FROM DDP-REPORT-LINE.
024054     PERFORM WRITE-PRENOTE-EXPORT-LINE THRU
024056             WRITE-PRENOTE-EXPORT-LINE-EXIT.
024058     ADD 1 TO CT-ENROLLMENTS-RESTARTED.
024060     GO TO CHECK-INACTIVE-ENROLLMENT-EXIT.
024062
024064 CHECK-INACTIVE-HELD.
024066     MOVE SPACES TO DDP-REPORT-LINE.
024068     MOVE TIME-EMP-NUMBER TO DDP-RL-EMP-NUM.
024070     MOVE "ENROLLMENT INACTIVE - NO DEPOSIT" TO DDP-RL-MESSAGE.
024072     WRITE PRINT-RECORD FROM DDP-REPORT-LINE.
024074     ADD 1 TO CT-ENROLLMENTS-INACTIVE.
024076 CHECK-INACTIVE-ENROLLMENT-EXIT.  EXIT.
024100
024200 NEW-ENROLLEE-REPORT.
024300     MOVE SPACES TO DDP-REPORT-LINE.
