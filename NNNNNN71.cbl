000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN71.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Holiday pay generation.  For every HOLCAL holiday of the
000700*  entered employer falling in an operator-entered date range,
000800*  writes a holiday TIMEDT record (TD-HRS-TYPE-CODE "H", the
000900*  calendar's HCL-HOURS-PAID as TD-ADJUSTED-HRS) for each active
001000*  EMPMAST employee who qualifies:
001100*    - on the payroll at least PRCTL-HOL-WAIT-DAYS days since
001200*      EM-HIRE-DATE-CYMD as of the holiday, and
001300*    - worked the last scheduled day before the holiday and the
001400*      first scheduled day after it.
001500*  The scheduled days come off the employee's work schedule
001600*  (the TD-WRKSCH-CODE stamped on their time around the
001700*  holiday, looked up on WRKSCH the way NNNNNN45 does), Monday
001800*  through Friday when no schedule is known; other calendar
001900*  holidays are stepped over.  "Worked" means an unvoided,
002000*  non-holiday TIMEDT record with hours and no absence code.
002100*  Everyone turned down is listed with the reason, so the
002200*  supervisor can look at them before signing the department
002300*  off through NNNNNN46 - and an operator-entered employee
002400*  number pays that one employee on supervisor override, past
002500*  the tests.  An employee who already has holiday time on file
002600*  for the day is left alone, so the run can be made again once
002700*  the day after the holiday has been worked.  The records are
002800*  written unposted and go to PRTIMFIL through NNNNNN47 like any
002900*  other time.  TIMEDT carries no employer number, so like
003000*  NNNNNN47 the run assumes the employer's own TIMEDT library is
003100*  mounted.
003200*****************************************************************
003300
003400 AUTHOR. Terry Reinholt
003500
003600 ENVIRONMENT DIVISION.
003700
003800 CONFIGURATION SECTION.
003900
004000 SOURCE-COMPUTER. WANG-2200-VS.
004100 OBJECT-COMPUTER. WANG-2200-VS.
004200
004300     COPY FIGCONS.
004400
004500 INPUT-OUTPUT SECTION.
004600
004700 FILE-CONTROL.
004800
004900     COPY SLPRCNTL.
005000
005100     COPY SLHOLCAL.
005200
005300     COPY SLEMPMST.
005400
005500     COPY SLTIMEDT.
005600
005700     COPY SLWRKSCH.
005800
005900     COPY SLOPCODE.
006000
006100     COPY SLPRINT.
006200
006300/
006400 DATA DIVISION.
006500
006600 FILE SECTION.
006700
006800     COPY FDPRCNTL.
006900
007000     COPY FDHOLCAL.
007100
007200     COPY FDEMPMST.
007300
007400     COPY FDTIMEDT.
007500
007600     COPY FDWRKSCH.
007700
007800     COPY FDOPCODE.
007900
008000     COPY FDPRINT.
008100
008200/
008300 WORKING-STORAGE SECTION.
008400
008500     COPY WSPRCNTL.
008600
008700     COPY WSHOLCAL.
008800
008900     COPY WSEMPMST.
009000
009100     COPY WSTIMEDT.
009200
009300     COPY WSWRKSCH.
009400
009500     COPY WSOPCODE.
009600
009700     COPY WSPRINT.
009800
009900     COPY WSFILEST.
010000
010100 77  CT-HOLIDAYS                      PIC 9(7) COMP VALUE ZERO.
010200 77  CT-EMPLOYEES-TESTED              PIC 9(7) COMP VALUE ZERO.
010300 77  CT-RECORDS-WRITTEN               PIC 9(7) COMP VALUE ZERO.
010400 77  CT-ALREADY-ON-FILE               PIC 9(7) COMP VALUE ZERO.
010500 77  CT-DENIED                        PIC 9(7) COMP VALUE ZERO.
010600 77  CT-OVERRIDES                     PIC 9(7) COMP VALUE ZERO.
010700 77  CT-HOURS-WRITTEN                PIC S9(7)V99 COMP VALUE ZERO.
010800
010900 77  HPG-FROM-CYMD                    PIC 9(8) VALUE ZERO.
011000 77  HPG-TO-CYMD                      PIC 9(8) VALUE ZERO.
011100 77  HPG-OVERRIDE-EMP                 PIC 9(4) VALUE ZERO.
011200 77  HPG-OP-CODE4                     PIC X(4) VALUE SPACES.
011300 77  HPG-WAIT-DAYS                    PIC 9(3) VALUE ZERO.
011400 77  HPG-RUN-DATE-YMD                 PIC 9(6) VALUE ZERO.
011500 77  HPG-TODAY-CYMD                   PIC 9(8) VALUE ZERO.
011600
011700 01  HPG-RUN-TIME                     PIC 9(8) VALUE ZERO.
011800 01  FILLER REDEFINES HPG-RUN-TIME.
011900     05  HPG-RUN-HHMM                 PIC 9(4).
012000     05  FILLER                       PIC 9(4).
012100
012200 77  HPG-HOL-SUB                      PIC 9(4) COMP VALUE ZERO.
012300 77  HPG-HOL-DAYS                     PIC S9(7) COMP VALUE ZERO.
012400 77  HPG-SERVICE-DAYS                 PIC S9(7) COMP VALUE ZERO.
012500 77  HPG-SLOT-DAYS                    PIC S9(7) COMP VALUE ZERO.
012600 77  HPG-WEEK-QUOT                    PIC S9(7) COMP VALUE ZERO.
012700 77  HPG-DC-SUB                       PIC 9(2) COMP VALUE ZERO.
012800 77  HPG-BEFORE-SUB                   PIC 9(2) COMP VALUE ZERO.
012900 77  HPG-AFTER-SUB                    PIC 9(2) COMP VALUE ZERO.
013000
013100 77  HPG-SCHED-CODE                   PIC X(4) VALUE SPACES.
013200 77  HPG-SCHED-AFTER-CODE             PIC X(4) VALUE SPACES.
013300 77  HPG-DAY-CODE                     PIC X(1) VALUE SPACE.
013400 77  HPG-HOLD-START-TIME              PIC 99V99 VALUE ZERO.
013500 77  HPG-HOLD-STOP-TIME               PIC 99V99 VALUE ZERO.
013600
013700 77  HPG-DENY-REASON                  PIC X(40) VALUE SPACES.
013800 77  HPG-DENY-DATE                    PIC 9(8) VALUE ZERO.
013900
014000 77  WKS-ON-HAND-SW                   PIC X(1) VALUE "N".
014100     88  WKS-ON-HAND                   VALUE "Y".
014200 77  HPG-ON-FILE-SW                   PIC X(1) VALUE "N".
014300     88  HPG-HOLIDAY-ON-FILE           VALUE "Y".
014400 77  HPG-SCHEDULED-SW                 PIC X(1) VALUE "N".
014500     88  HPG-DAY-SCHEDULED             VALUE "Y".
014600 77  HPG-SCHED-FOUND-SW               PIC X(1) VALUE "N".
014700     88  HPG-SCHED-FOUND               VALUE "Y".
014800 77  HPG-SCHED-SCAN-DONE-SW           PIC X(1) VALUE "N".
014900     88  HPG-SCHED-SCAN-DONE           VALUE "Y".
015000 77  HT-FOUND-SW                      PIC X(1) VALUE "N".
015100     88  HT-FOUND                      VALUE "Y".
015200 77  WD-FOUND-SW                      PIC X(1) VALUE "N".
015300     88  WD-FOUND                      VALUE "Y".
015400
015500*    Date arithmetic.  HPG-DW-DAYS is a running day number - the
015600*    days since the start of year 1, leap years every fourth -
015700*    good for differences and, divided by seven, the weekday:
015800*    remainder 0 = Saturday, 1 = Sunday, 2 = Monday ... 6 =
015900*    Friday.
016000 01  HPG-DW-CYMD                      PIC 9(8) VALUE ZERO.
016100 01  FILLER REDEFINES HPG-DW-CYMD.
016200     05  HPG-DW-CCYY                  PIC 9(4).
016300     05  HPG-DW-MM                    PIC 9(2).
016400     05  HPG-DW-DD                    PIC 9(2).
016500
016600 77  HPG-DW-DAYS                      PIC S9(7) COMP VALUE ZERO.
016700 77  HPG-DW-YEARS                     PIC 9(4) COMP VALUE ZERO.
016800 77  HPG-LEAP-QUOT                    PIC 9(4) COMP VALUE ZERO.
016900 77  HPG-LEAP-REM                     PIC 9(4) COMP VALUE ZERO.
017000
017100 01  HPG-MONTH-DAYS-VALUES            PIC X(24) VALUE
017200         "312831303130313130313031".
017300 01  FILLER REDEFINES HPG-MONTH-DAYS-VALUES.
017400     05  HPG-MONTH-DAYS               PIC 9(2) OCCURS 12 TIMES.
017500
017600 01  HPG-MONTH-CUM-VALUES             PIC X(36) VALUE
017700         "000031059090120151181212243273304334".
017800 01  FILLER REDEFINES HPG-MONTH-CUM-VALUES.
017900     05  HPG-MONTH-CUM                PIC 9(3) OCCURS 12 TIMES.
018000
018100*    The employer's whole calendar, loaded once - the holidays in
018200*    the entered range are paid from it, and every holiday on it
018300*    is stepped over when looking for the scheduled days around
018400*    one.
018500 77  HT-ENTRIES-USED                  PIC 9(4) COMP VALUE ZERO.
018600 77  HT-SUB                           PIC 9(4) COMP VALUE ZERO.
018700 77  HT-SCAN-SUB                      PIC 9(4) COMP VALUE ZERO.
018800
018900 01  HT-HOLIDAY-TABLE.
019000     05  HT-ENTRY OCCURS 200 TIMES.
019100         10  HT-HOLIDAY-CYMD           PIC 9(8).
019200         10  HT-DESCRIPTION            PIC X(25).
019300         10  HT-HOURS-PAID             PIC 99V99.
019400
019500*    The three weeks around the holiday being paid, slot 11 the
019600*    holiday itself - each day's weekday, whether it is another
019700*    calendar holiday, and whether the employee being tested
019800*    worked it.
019900 77  WD-SUB                           PIC 9(2) COMP VALUE ZERO.
020000
020100 01  WD-WINDOW-TABLE.
020200     05  WD-ENTRY OCCURS 21 TIMES.
020300         10  WD-DATE-CYMD              PIC 9(8).
020400         10  WD-WEEKDAY                PIC 9(1).
020500             88  WD-MON-TO-FRI           VALUE 2 THRU 6.
020600         10  WD-HOLIDAY-SW             PIC X(1).
020700             88  WD-CALENDAR-HOLIDAY     VALUE "Y".
020800         10  WD-WORKED-SW              PIC X(1).
020900             88  WD-WORKED               VALUE "Y".
021000
021100*    TD-DAY-OF-WEEK / WKS-DAY-OF-WEEK code for each weekday, by
021200*    weekday remainder + 1, learned off the TIMEDT records read -
021300*    the time-clock stamps it, so whatever the plant's clocks
021400*    use is what the WRKSCH lookup is made with.
021500 01  DC-DAY-CODE-TABLE.
021600     05  DC-DAY-CODE                  PIC X(1) OCCURS 7 TIMES.
021700
021800 01  CT-REPORT-LINE.
021900     05  FILLER                       PIC X(4).
022000     05  CT-RL-LABEL                   PIC X(40).
022100     05  FILLER                       PIC X(4).
022200     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
022300     05  FILLER                       PIC X(69).
022400
022500 01  HPG-HEADING-LINE.
022600     05  FILLER                       PIC X(6) VALUE "EMP".
022700     05  FILLER                       PIC X(30) VALUE "NAME".
022800     05  FILLER                       PIC X(6) VALUE "DEPT".
022900     05  FILLER                       PIC X(10) VALUE "    DATE".
023000     05  FILLER                       PIC X(80) VALUE "REASON".
023100
023200 01  HPG-HOLIDAY-LINE.
023300     05  FILLER                       PIC X(8) VALUE "HOLIDAY ".
023400     05  HPG-HL-DATE                    PIC 9(8).
023500     05  FILLER                       PIC X(2) VALUE SPACES.
023600     05  HPG-HL-DESCRIPTION             PIC X(25).
023700     05  FILLER                       PIC X(8) VALUE "  HOURS ".
023800     05  HPG-HL-HOURS                   PIC Z9.99.
023900     05  FILLER                       PIC X(76) VALUE SPACES.
024000
024100 01  HPG-REPORT-LINE.
024200     05  HPG-RL-EMP-NUM                 PIC ZZZ9.
024300     05  FILLER                       PIC X(2).
024400     05  HPG-RL-EMP-NAME                PIC X(28).
024500     05  FILLER                       PIC X(2).
024600     05  HPG-RL-DEPT                    PIC ZZZ9.
024700     05  FILLER                       PIC X(2).
024800     05  HPG-RL-DATE                    PIC ZZZZZZZZ.
024900     05  FILLER                       PIC X(2).
025000     05  HPG-RL-MESSAGE                 PIC X(40).
025100     05  FILLER                       PIC X(40).
025200
025300/
025400 PROCEDURE DIVISION.
025500
025600 MAIN-LOGIC SECTION.
025700
025800 INITIALIZATION.
025900     OPEN INPUT PAYROLL-CONTROL-FILE.
026000     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
026100     ACCEPT PRCTL-EMPLOYER-NO.
026200     READ PAYROLL-CONTROL-FILE
026300         INVALID KEY
026400             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
026500             GO TO DONE.
026600
026700     IF PRCTL-HOL-WAIT-DAYS NUMERIC
026800         MOVE PRCTL-HOL-WAIT-DAYS TO HPG-WAIT-DAYS
026900     ELSE
027000         MOVE ZERO TO HPG-WAIT-DAYS.
027100
027200     DISPLAY "Enter holiday FROM date (CCYYMMDD), then TO date".
027300     ACCEPT HPG-FROM-CYMD.
027400     ACCEPT HPG-TO-CYMD.
027500     IF HPG-TO-CYMD < HPG-FROM-CYMD
027600         DISPLAY "TO DATE IS BEFORE FROM DATE"
027700         GO TO DONE.
027800
027900     DISPLAY "ENTER OPERATION CODE FOR HOLIDAY TIME".
028000     ACCEPT HPG-OP-CODE4.
028100     OPEN INPUT OPCODE-FILE.
028200     MOVE HPG-OP-CODE4 TO OPC-OP-CODE4.
028300     READ OPCODE-FILE
028400         INVALID KEY
028500             DISPLAY "OPERATION CODE NOT ON OPCODE FILE"
028600             GO TO DONE.
028700
028800     DISPLAY "ENTER EMPLOYEE TO PAY ON SUPERVISOR OVERRIDE".
028900     DISPLAY "(0 = TEST EVERY ACTIVE EMPLOYEE)".
029000     ACCEPT HPG-OVERRIDE-EMP.
029100
029200     ACCEPT HPG-RUN-DATE-YMD FROM DATE.
029300     ACCEPT HPG-RUN-TIME FROM TIME.
029400     COMPUTE HPG-TODAY-CYMD = 20000000 + HPG-RUN-DATE-YMD.
029500     MOVE SPACES TO DC-DAY-CODE-TABLE.
029600
029700     OPEN INPUT HOLIDAY-CALENDAR-FILE.
029800     IF HCL-FILE-STATUS NOT = SUCCESSFUL-STATUS
029900         DISPLAY "UNABLE TO OPEN HOLCAL CALENDAR, STATUS = "
030000             HCL-FILE-STATUS
030100         GO TO DONE.
030200     OPEN INPUT EMPLOYEE-MASTER-FILE.
030300     IF EM-FILE-STATUS NOT = SUCCESSFUL-STATUS
030400         DISPLAY "UNABLE TO OPEN EMPMAST MASTER, STATUS = "
030500             EM-FILE-STATUS
030600         GO TO DONE.
030700     OPEN I-O TIME-DETAIL-FILE.
030800     OPEN INPUT WRKSCH-FILE.
030900     IF WKS-FILE-STATUS = SUCCESSFUL-STATUS
031000         MOVE "Y" TO WKS-ON-HAND-SW.
031100     OPEN OUTPUT PRINT-FILE.
031200
031300     PERFORM LOAD-HOLIDAYS THRU
031400             LOAD-HOLIDAYS-EXIT.
031500
031600     PERFORM HEADING-ROUTINE THRU
031700             HEADING-ROUTINE-EXIT.
031800
031900     MOVE 1 TO HT-SUB.
032000     PERFORM PROCESS-ONE-HOLIDAY THRU
032100             PROCESS-ONE-HOLIDAY-EXIT
032200         UNTIL HT-SUB > HT-ENTRIES-USED.
032300
032400     PERFORM CLOSE-DOWN THRU
032500             CLOSING-PROCEDURE-EXIT.
032600
032700     GO TO DONE.
032800
032900 HEADING-ROUTINE.
033000     MOVE SPACES TO PRINT-RECORD.
033100     MOVE "HOLIDAY PAY GENERATION - DENIED AND OVERRIDE LIST"
033200         TO PRINT-RECORD.
033300     WRITE PRINT-RECORD.
033400     WRITE PRINT-RECORD FROM HPG-HEADING-LINE.
033500     MOVE SPACES TO PRINT-RECORD.
033600     WRITE PRINT-RECORD.
033700 HEADING-ROUTINE-EXIT.  EXIT.
033800
033900 CLOSING-PROCEDURE SECTION.
034000
034100 CLOSE-DOWN.
034200     MOVE SPACES TO PRINT-RECORD.
034300     WRITE PRINT-RECORD.
034400     MOVE "HOLIDAYS PROCESSED" TO CT-RL-LABEL.
034500     MOVE CT-HOLIDAYS TO CT-RL-VALUE.
034600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
034700     MOVE "EMPLOYEE-HOLIDAYS TESTED" TO CT-RL-LABEL.
034800     MOVE CT-EMPLOYEES-TESTED TO CT-RL-VALUE.
034900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
035000     MOVE "HOLIDAY RECORDS WRITTEN" TO CT-RL-LABEL.
035100     MOVE CT-RECORDS-WRITTEN TO CT-RL-VALUE.
035200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
035300     MOVE "  OF WHICH ON SUPERVISOR OVERRIDE" TO CT-RL-LABEL.
035400     MOVE CT-OVERRIDES TO CT-RL-VALUE.
035500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
035600     MOVE "HOLIDAY HOURS WRITTEN" TO CT-RL-LABEL.
035700     MOVE CT-HOURS-WRITTEN TO CT-RL-VALUE.
035800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
035900     MOVE "ALREADY ON FILE - LEFT ALONE" TO CT-RL-LABEL.
036000     MOVE CT-ALREADY-ON-FILE TO CT-RL-VALUE.
036100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
036200     MOVE "DENIED" TO CT-RL-LABEL.
036300     MOVE CT-DENIED TO CT-RL-VALUE.
036400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
036500
036600     CLOSE PAYROLL-CONTROL-FILE
036700           OPCODE-FILE
036800           HOLIDAY-CALENDAR-FILE
036900           EMPLOYEE-MASTER-FILE
037000           TIME-DETAIL-FILE
037100           PRINT-FILE.
037200     IF WKS-ON-HAND
037300         CLOSE WRKSCH-FILE.
037400 CLOSING-PROCEDURE-EXIT.  EXIT.
037500
037600/
037700 PROCESS SECTION.
037800
037900 LOAD-HOLIDAYS.
038000     MOVE PRCTL-EMPLOYER-NO TO HCL-EMPLOYER-NO.
038100     MOVE ZERO TO HCL-HOLIDAY-CYMD.
038200     START HOLIDAY-CALENDAR-FILE KEY IS NOT LESS THAN HCL-KEY.
038300     IF HCL-FILE-STATUS NOT = SUCCESSFUL-STATUS
038400         GO TO LOAD-HOLIDAYS-EXIT.
038500
038600     PERFORM LOAD-ONE-HOLIDAY THRU
038700             LOAD-ONE-HOLIDAY-EXIT
038800         UNTIL HCL-FILE-STATUS = AT-END.
038900 LOAD-HOLIDAYS-EXIT.  EXIT.
039000
039100 LOAD-ONE-HOLIDAY.
039200     READ HOLIDAY-CALENDAR-FILE NEXT.
039300     IF HCL-FILE-STATUS = AT-END
039400         GO TO LOAD-ONE-HOLIDAY-EXIT.
039500
039600     IF HCL-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO OR
039700        HT-ENTRIES-USED NOT < 200
039800         MOVE AT-END TO HCL-FILE-STATUS
039900         GO TO LOAD-ONE-HOLIDAY-EXIT.
040000
040100     ADD 1 TO HT-ENTRIES-USED.
040200     MOVE HCL-HOLIDAY-CYMD TO HT-HOLIDAY-CYMD (HT-ENTRIES-USED).
040300     MOVE HCL-DESCRIPTION TO HT-DESCRIPTION (HT-ENTRIES-USED).
040400     MOVE HCL-HOURS-PAID TO HT-HOURS-PAID (HT-ENTRIES-USED).
040500 LOAD-ONE-HOLIDAY-EXIT.  EXIT.
040600
040700 PROCESS-ONE-HOLIDAY.
040800     MOVE HT-SUB TO HPG-HOL-SUB.
040900     ADD 1 TO HT-SUB.
041000
041100     IF HT-HOLIDAY-CYMD (HPG-HOL-SUB) < HPG-FROM-CYMD OR
041200        HT-HOLIDAY-CYMD (HPG-HOL-SUB) > HPG-TO-CYMD
041300         GO TO PROCESS-ONE-HOLIDAY-EXIT.
041400
041500     ADD 1 TO CT-HOLIDAYS.
041600     PERFORM BUILD-WINDOW THRU
041700             BUILD-WINDOW-EXIT.
041800
041900     MOVE SPACES TO PRINT-RECORD.
042000     WRITE PRINT-RECORD.
042100     MOVE HT-HOLIDAY-CYMD (HPG-HOL-SUB) TO HPG-HL-DATE.
042200     MOVE HT-DESCRIPTION (HPG-HOL-SUB) TO HPG-HL-DESCRIPTION.
042300     MOVE HT-HOURS-PAID (HPG-HOL-SUB) TO HPG-HL-HOURS.
042400     WRITE PRINT-RECORD FROM HPG-HOLIDAY-LINE.
042500
042600     MOVE PRCTL-EMPLOYER-NO TO EM-EMPLOYER-NO.
042700     MOVE HPG-OVERRIDE-EMP TO EM-EMP-NUM.
042800     START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EM-KEY.
042900     IF EM-FILE-STATUS NOT = SUCCESSFUL-STATUS
043000         GO TO PROCESS-ONE-HOLIDAY-EXIT.
043100
043200     PERFORM TEST-ONE-EMPLOYEE THRU
043300             TEST-ONE-EMPLOYEE-EXIT
043400         UNTIL EM-FILE-STATUS = AT-END.
043500 PROCESS-ONE-HOLIDAY-EXIT.  EXIT.
043600
043700 BUILD-WINDOW.
043800*    Day number and weekday of the holiday, then back ten days
043900*    and forward a day at a time to fill the 21 slots.
044000     MOVE HT-HOLIDAY-CYMD (HPG-HOL-SUB) TO HPG-DW-CYMD.
044100     PERFORM DATE-TO-DAYS THRU
044200             DATE-TO-DAYS-EXIT.
044300     MOVE HPG-DW-DAYS TO HPG-HOL-DAYS.
044400
044500     PERFORM PRIOR-DAY THRU
044600             PRIOR-DAY-EXIT 10 TIMES.
044700
044800     MOVE 1 TO WD-SUB.
044900     PERFORM FILL-ONE-SLOT THRU
045000             FILL-ONE-SLOT-EXIT
045100         UNTIL WD-SUB > 21.
045200 BUILD-WINDOW-EXIT.  EXIT.
045300
045400 FILL-ONE-SLOT.
045500     MOVE HPG-DW-CYMD TO WD-DATE-CYMD (WD-SUB).
045600     COMPUTE HPG-SLOT-DAYS = HPG-HOL-DAYS + WD-SUB - 11.
045700     DIVIDE HPG-SLOT-DAYS BY 7 GIVING HPG-WEEK-QUOT
045800         REMAINDER WD-WEEKDAY (WD-SUB).
045900     MOVE SPACE TO WD-WORKED-SW (WD-SUB).
046000
046100     MOVE "N" TO HT-FOUND-SW.
046200     MOVE 1 TO HT-SCAN-SUB.
046300     PERFORM SCAN-ONE-HOLIDAY THRU
046400             SCAN-ONE-HOLIDAY-EXIT
046500         UNTIL HT-FOUND OR HT-SCAN-SUB > HT-ENTRIES-USED.
046600     MOVE HT-FOUND-SW TO WD-HOLIDAY-SW (WD-SUB).
046700
046800     PERFORM NEXT-DAY THRU
046900             NEXT-DAY-EXIT.
047000     ADD 1 TO WD-SUB.
047100 FILL-ONE-SLOT-EXIT.  EXIT.
047200
047300 SCAN-ONE-HOLIDAY.
047400     IF HT-HOLIDAY-CYMD (HT-SCAN-SUB) = WD-DATE-CYMD (WD-SUB)
047500         MOVE "Y" TO HT-FOUND-SW
047600     ELSE
047700         ADD 1 TO HT-SCAN-SUB.
047800 SCAN-ONE-HOLIDAY-EXIT.  EXIT.
047900
048000 TEST-ONE-EMPLOYEE.
048100     READ EMPLOYEE-MASTER-FILE NEXT.
048200     IF EM-FILE-STATUS = AT-END
048300         GO TO TEST-ONE-EMPLOYEE-EXIT.
048400
048500     IF EM-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
048600         MOVE AT-END TO EM-FILE-STATUS
048700         GO TO TEST-ONE-EMPLOYEE-EXIT.
048800
048900*    On an override run only the one employee is looked at.
049000     IF HPG-OVERRIDE-EMP NOT = ZERO
049100         MOVE AT-END TO EM-FILE-STATUS
049200         IF EM-EMP-NUM NOT = HPG-OVERRIDE-EMP
049300             GO TO TEST-ONE-EMPLOYEE-EXIT.
049400
049500     IF NOT EM-ACTIVE
049600         IF HPG-OVERRIDE-EMP NOT = ZERO
049700             MOVE "NOT ACTIVE ON EMPMAST" TO HPG-DENY-REASON
049800             MOVE ZERO TO HPG-DENY-DATE
049900             PERFORM DENIED-REPORT-LINE THRU
050000                     DENIED-REPORT-LINE-EXIT
050100             GO TO TEST-ONE-EMPLOYEE-EXIT
050200         ELSE
050300             GO TO TEST-ONE-EMPLOYEE-EXIT.
050400
050500     ADD 1 TO CT-EMPLOYEES-TESTED.
050600     PERFORM GATHER-WINDOW-TIME THRU
050700             GATHER-WINDOW-TIME-EXIT.
050800
050900     IF HPG-HOLIDAY-ON-FILE
051000         ADD 1 TO CT-ALREADY-ON-FILE
051100         GO TO TEST-ONE-EMPLOYEE-EXIT.
051200
051300     IF HPG-OVERRIDE-EMP NOT = ZERO
051400         PERFORM WRITE-HOLIDAY-RECORD THRU
051500                 WRITE-HOLIDAY-RECORD-EXIT
051600         ADD 1 TO CT-OVERRIDES
051700         MOVE "PAID ON SUPERVISOR OVERRIDE" TO HPG-DENY-REASON
051800         MOVE ZERO TO HPG-DENY-DATE
051900         PERFORM OVERRIDE-REPORT-LINE THRU
052000                 OVERRIDE-REPORT-LINE-EXIT
052100         GO TO TEST-ONE-EMPLOYEE-EXIT.
052200
052300     PERFORM CHECK-WAITING-PERIOD THRU
052400             CHECK-WAITING-PERIOD-EXIT.
052500     IF HPG-DENY-REASON NOT = SPACES
052600         PERFORM DENIED-REPORT-LINE THRU
052700                 DENIED-REPORT-LINE-EXIT
052800         GO TO TEST-ONE-EMPLOYEE-EXIT.
052900
053000     PERFORM FIND-DAY-BEFORE THRU
053100             FIND-DAY-BEFORE-EXIT.
053200     IF HPG-DENY-REASON NOT = SPACES
053300         PERFORM DENIED-REPORT-LINE THRU
053400                 DENIED-REPORT-LINE-EXIT
053500         GO TO TEST-ONE-EMPLOYEE-EXIT.
053600
053700     PERFORM FIND-DAY-AFTER THRU
053800             FIND-DAY-AFTER-EXIT.
053900     IF HPG-DENY-REASON NOT = SPACES
054000         PERFORM DENIED-REPORT-LINE THRU
054100                 DENIED-REPORT-LINE-EXIT
054200         GO TO TEST-ONE-EMPLOYEE-EXIT.
054300
054400     PERFORM WRITE-HOLIDAY-RECORD THRU
054500             WRITE-HOLIDAY-RECORD-EXIT.
054600 TEST-ONE-EMPLOYEE-EXIT.  EXIT.
054700
054800 GATHER-WINDOW-TIME.
054900*    One pass over the employee's TIMEDT for the three weeks -
055000*    which days were worked, whether the holiday is already on
055100*    file, the schedule code in use (the latest one stamped
055200*    before the holiday, else the first one after it), and any
055300*    weekday codes not yet learned.
055400     MOVE "N" TO HPG-ON-FILE-SW.
055500     MOVE SPACES TO HPG-SCHED-CODE.
055600     MOVE SPACES TO HPG-SCHED-AFTER-CODE.
055700     MOVE 1 TO WD-SUB.
055800     PERFORM CLEAR-ONE-SLOT THRU
055900             CLEAR-ONE-SLOT-EXIT
056000         UNTIL WD-SUB > 21.
056100
056200     MOVE EM-EMP-NUM TO TD-EMP-NUM.
056300     MOVE WD-DATE-CYMD (1) TO TD-DATE-WORKED-CYMD.
056400     MOVE LOW-VALUES TO TD-HRS-TYPE-CODE.
056500     MOVE ZERO TO TD-START-TIME.
056600     START TIME-DETAIL-FILE KEY IS NOT LESS THAN TD-KEY.
056700     IF TD-FILE-STATUS NOT = SUCCESSFUL-STATUS
056800         GO TO GATHER-WINDOW-TIME-EXIT.
056900
057000     PERFORM GATHER-ONE-TIME THRU
057100             GATHER-ONE-TIME-EXIT
057200         UNTIL TD-FILE-STATUS = AT-END.
057300
057400     IF HPG-SCHED-CODE = SPACES
057500         MOVE HPG-SCHED-AFTER-CODE TO HPG-SCHED-CODE.
057600 GATHER-WINDOW-TIME-EXIT.  EXIT.
057700
057800 CLEAR-ONE-SLOT.
057900     MOVE "N" TO WD-WORKED-SW (WD-SUB).
058000     ADD 1 TO WD-SUB.
058100 CLEAR-ONE-SLOT-EXIT.  EXIT.
058200
058300 GATHER-ONE-TIME.
058400     READ TIME-DETAIL-FILE NEXT.
058500     IF TD-FILE-STATUS = AT-END
058600         GO TO GATHER-ONE-TIME-EXIT.
058700
058800     IF TD-EMP-NUM NOT = EM-EMP-NUM OR
058900        TD-DATE-WORKED-CYMD > WD-DATE-CYMD (21)
059000         MOVE AT-END TO TD-FILE-STATUS
059100         GO TO GATHER-ONE-TIME-EXIT.
059200
059300     IF TD-CORRECTION-FLAG = "V"
059400         GO TO GATHER-ONE-TIME-EXIT.
059500
059600     MOVE "N" TO WD-FOUND-SW.
059700     MOVE 1 TO WD-SUB.
059800     PERFORM SCAN-ONE-SLOT THRU
059900             SCAN-ONE-SLOT-EXIT
060000         UNTIL WD-FOUND OR WD-SUB > 21.
060100     IF NOT WD-FOUND
060200         GO TO GATHER-ONE-TIME-EXIT.
060300
060400     IF TD-HRS-TYPE-CODE = "H"
060500         IF WD-SUB = 11
060600             MOVE "Y" TO HPG-ON-FILE-SW
060700             GO TO GATHER-ONE-TIME-EXIT
060800         ELSE
060900             GO TO GATHER-ONE-TIME-EXIT.
061000
061100     COMPUTE HPG-DC-SUB = WD-WEEKDAY (WD-SUB) + 1.
061200     IF TD-DAY-OF-WEEK NOT = SPACE AND
061300        DC-DAY-CODE (HPG-DC-SUB) = SPACE
061400         MOVE TD-DAY-OF-WEEK TO DC-DAY-CODE (HPG-DC-SUB).
061500
061600     IF TD-WRKSCH-CODE NOT = SPACES
061700         IF WD-SUB < 11
061800             MOVE TD-WRKSCH-CODE TO HPG-SCHED-CODE
061900         ELSE
062000             IF HPG-SCHED-AFTER-CODE = SPACES
062100                 MOVE TD-WRKSCH-CODE TO HPG-SCHED-AFTER-CODE.
062200
062300     IF TD-ADJUSTED-HRS > ZERO AND TD-ABSENCE-CODE = SPACE
062400         MOVE "Y" TO WD-WORKED-SW (WD-SUB).
062500 GATHER-ONE-TIME-EXIT.  EXIT.
062600
062700 SCAN-ONE-SLOT.
062800     IF WD-DATE-CYMD (WD-SUB) = TD-DATE-WORKED-CYMD
062900         MOVE "Y" TO WD-FOUND-SW
063000     ELSE
063100         ADD 1 TO WD-SUB.
063200 SCAN-ONE-SLOT-EXIT.  EXIT.
063300
063400 CHECK-WAITING-PERIOD.
063500     MOVE SPACES TO HPG-DENY-REASON.
063600     MOVE EM-HIRE-DATE-CYMD TO HPG-DENY-DATE.
063700     IF EM-HIRE-DATE-CYMD NOT NUMERIC OR
063800        EM-HIRE-DATE-CYMD = ZERO
063900         MOVE "NO HIRE DATE ON EMPMAST" TO HPG-DENY-REASON
064000         MOVE ZERO TO HPG-DENY-DATE
064100         GO TO CHECK-WAITING-PERIOD-EXIT.
064200
064300     MOVE EM-HIRE-DATE-CYMD TO HPG-DW-CYMD.
064400     IF HPG-DW-MM < 1 OR HPG-DW-MM > 12
064500         MOVE "HIRE DATE ON EMPMAST NOT VALID" TO HPG-DENY-REASON
064600         GO TO CHECK-WAITING-PERIOD-EXIT.
064700     PERFORM DATE-TO-DAYS THRU
064800             DATE-TO-DAYS-EXIT.
064900     COMPUTE HPG-SERVICE-DAYS = HPG-HOL-DAYS - HPG-DW-DAYS.
065000
065100     IF HPG-SERVICE-DAYS < ZERO
065200         MOVE "HIRED AFTER THE HOLIDAY" TO HPG-DENY-REASON
065300         GO TO CHECK-WAITING-PERIOD-EXIT.
065400     IF HPG-SERVICE-DAYS < HPG-WAIT-DAYS
065500         MOVE "WAITING PERIOD NOT MET - HIRED" TO HPG-DENY-REASON.
065600 CHECK-WAITING-PERIOD-EXIT.  EXIT.
065700
065800 FIND-DAY-BEFORE.
065900*    The last scheduled day in the week before the holiday,
066000*    stepping over any other calendar holiday, must have been
066100*    worked.
066200     MOVE SPACES TO HPG-DENY-REASON.
066300     MOVE ZERO TO HPG-BEFORE-SUB.
066400     MOVE 10 TO WD-SUB.
066500     PERFORM TEST-BEFORE-SLOT THRU
066600             TEST-BEFORE-SLOT-EXIT
066700         UNTIL HPG-BEFORE-SUB > ZERO OR WD-SUB < 4.
066800
066900     IF HPG-BEFORE-SUB = ZERO
067000         MOVE "NO SCHEDULED DAY IN WEEK BEFORE" TO HPG-DENY-REASON
067100         MOVE ZERO TO HPG-DENY-DATE
067200         GO TO FIND-DAY-BEFORE-EXIT.
067300
067400     MOVE WD-DATE-CYMD (HPG-BEFORE-SUB) TO HPG-DENY-DATE.
067500     IF NOT WD-WORKED (HPG-BEFORE-SUB)
067600         MOVE "DID NOT WORK SCHEDULED DAY BEFORE" TO
067700             HPG-DENY-REASON.
067800 FIND-DAY-BEFORE-EXIT.  EXIT.
067900
068000 TEST-BEFORE-SLOT.
068100     IF WD-CALENDAR-HOLIDAY (WD-SUB)
068200         SUBTRACT 1 FROM WD-SUB
068300         GO TO TEST-BEFORE-SLOT-EXIT.
068400
068500     PERFORM CHECK-SCHEDULED-DAY THRU
068600             CHECK-SCHEDULED-DAY-EXIT.
068700     IF HPG-DAY-SCHEDULED
068800         MOVE WD-SUB TO HPG-BEFORE-SUB
068900     ELSE
069000         SUBTRACT 1 FROM WD-SUB.
069100 TEST-BEFORE-SLOT-EXIT.  EXIT.
069200
069300 FIND-DAY-AFTER.
069400*    Likewise the first scheduled day in the week after.  A day
069500*    not worked that has not come round yet (today or later) is
069600*    reported as such - the run can be made again once it has.
069700     MOVE SPACES TO HPG-DENY-REASON.
069800     MOVE ZERO TO HPG-AFTER-SUB.
069900     MOVE 12 TO WD-SUB.
070000     PERFORM TEST-AFTER-SLOT THRU
070100             TEST-AFTER-SLOT-EXIT
070200         UNTIL HPG-AFTER-SUB > ZERO OR WD-SUB > 18.
070300
070400     IF HPG-AFTER-SUB = ZERO
070500         MOVE "NO SCHEDULED DAY IN WEEK AFTER" TO HPG-DENY-REASON
070600         MOVE ZERO TO HPG-DENY-DATE
070700         GO TO FIND-DAY-AFTER-EXIT.
070800
070900     MOVE WD-DATE-CYMD (HPG-AFTER-SUB) TO HPG-DENY-DATE.
071000     IF WD-WORKED (HPG-AFTER-SUB)
071100         GO TO FIND-DAY-AFTER-EXIT.
071200
071300     IF WD-DATE-CYMD (HPG-AFTER-SUB) NOT < HPG-TODAY-CYMD
071400         MOVE "SCHEDULED DAY AFTER NOT YET WORKED" TO
071500             HPG-DENY-REASON
071600     ELSE
071700         MOVE "DID NOT WORK SCHEDULED DAY AFTER" TO
071800             HPG-DENY-REASON.
071900 FIND-DAY-AFTER-EXIT.  EXIT.
072000
072100 TEST-AFTER-SLOT.
072200     IF WD-CALENDAR-HOLIDAY (WD-SUB)
072300         ADD 1 TO WD-SUB
072400         GO TO TEST-AFTER-SLOT-EXIT.
072500
072600     PERFORM CHECK-SCHEDULED-DAY THRU
072700             CHECK-SCHEDULED-DAY-EXIT.
072800     IF HPG-DAY-SCHEDULED
072900         MOVE WD-SUB TO HPG-AFTER-SUB
073000     ELSE
073100         ADD 1 TO WD-SUB.
073200 TEST-AFTER-SLOT-EXIT.  EXIT.
073300
073400 CHECK-SCHEDULED-DAY.
073500*    A day is scheduled when the schedule version in force has
073600*    working hours for that weekday.  With no schedule code, no
073700*    WRKSCH file, or no clock code known for the weekday, the
073800*    plant week - Monday through Friday - stands in.
073900     MOVE "N" TO HPG-SCHEDULED-SW.
074000     COMPUTE HPG-DC-SUB = WD-WEEKDAY (WD-SUB) + 1.
074100     MOVE DC-DAY-CODE (HPG-DC-SUB) TO HPG-DAY-CODE.
074200
074300     IF HPG-SCHED-CODE = SPACES OR
074400        HPG-DAY-CODE = SPACE OR
074500        NOT WKS-ON-HAND
074600         IF WD-MON-TO-FRI (WD-SUB)
074700             MOVE "Y" TO HPG-SCHEDULED-SW
074800             GO TO CHECK-SCHEDULED-DAY-EXIT
074900         ELSE
075000             GO TO CHECK-SCHEDULED-DAY-EXIT.
075100
075200     PERFORM FIND-SCHEDULE-VERSION THRU
075300             FIND-SCHEDULE-VERSION-EXIT.
075400     IF HPG-SCHED-FOUND AND
075500        HPG-HOLD-STOP-TIME NOT = HPG-HOLD-START-TIME
075600         MOVE "Y" TO HPG-SCHEDULED-SW.
075700 CHECK-SCHEDULED-DAY-EXIT.  EXIT.
075800
075900 FIND-SCHEDULE-VERSION.
076000*    The version in force for the day is the latest active
076100*    WRKSCH record for the schedule code and day of week with an
076200*    effective date on or before it - the same rule NNNNNN45 and
076300*    the NNNNNN17 restamp apply.
076400     MOVE "N" TO HPG-SCHED-FOUND-SW.
076500     MOVE "N" TO HPG-SCHED-SCAN-DONE-SW.
076600     MOVE HPG-SCHED-CODE TO WKS-WRKSCH-CODE.
076700     MOVE HPG-DAY-CODE TO WKS-DAY-OF-WEEK.
076800     MOVE ZEROES TO WKS-EFF-DATE-CYMD.
076900
077000     START WRKSCH-FILE KEY IS NOT LESS THAN WKS-KEY.
077100     IF WKS-FILE-STATUS NOT = SUCCESSFUL-STATUS
077200         GO TO FIND-SCHEDULE-VERSION-EXIT.
077300
077400     PERFORM SCAN-ONE-VERSION THRU
077500             SCAN-ONE-VERSION-EXIT
077600         UNTIL HPG-SCHED-SCAN-DONE.
077700 FIND-SCHEDULE-VERSION-EXIT.  EXIT.
077800
077900 SCAN-ONE-VERSION.
078000     READ WRKSCH-FILE NEXT
078100         AT END
078200             MOVE "Y" TO HPG-SCHED-SCAN-DONE-SW
078300             GO TO SCAN-ONE-VERSION-EXIT.
078400
078500     IF WKS-WRKSCH-CODE NOT = HPG-SCHED-CODE OR
078600        WKS-DAY-OF-WEEK NOT = HPG-DAY-CODE OR
078700        WKS-EFF-DATE-CYMD > WD-DATE-CYMD (WD-SUB)
078800         MOVE "Y" TO HPG-SCHED-SCAN-DONE-SW
078900         GO TO SCAN-ONE-VERSION-EXIT.
079000
079100     IF NOT WKS-SCHED-ACTIVE
079200         GO TO SCAN-ONE-VERSION-EXIT.
079300
079400     MOVE "Y" TO HPG-SCHED-FOUND-SW.
079500     MOVE WKS-START-TIME TO HPG-HOLD-START-TIME.
079600     MOVE WKS-STOP-TIME TO HPG-HOLD-STOP-TIME.
079700 SCAN-ONE-VERSION-EXIT.  EXIT.
079800
079900 WRITE-HOLIDAY-RECORD.
080000*    Built the way NNNNNN45 builds a punch record, as an hourly
080100*    holiday-hours record with no clock times.  The holiday op
080200*    code's absence code is not carried - holiday time is paid
080300*    time, not an absence to be charged against leave.
080400     MOVE SPACES TO TD-RECORD.
080500     MOVE EM-EMP-NUM TO TD-EMP-NUM.
080600     MOVE HT-HOLIDAY-CYMD (HPG-HOL-SUB) TO TD-DATE-WORKED-CYMD.
080700     MOVE "H" TO TD-HRS-TYPE-CODE.
080800     MOVE ZERO TO TD-START-TIME.
080900     MOVE ZERO TO TD-STOP-TIME.
081000     MOVE EM-EMP-NAME TO TD-EMP-NAME.
081100     MOVE HPG-OP-CODE4 TO TD-OP-CODE4.
081200     MOVE OPC-DIST-CODE TO TD-DIST-CODE.
081300     MOVE ZERO TO TD-PCS-MADE.
081400     MOVE ZERO TO TD-STD-RATE.
081500     MOVE "H" TO TD-TYPE.
081600     MOVE HT-HOURS-PAID (HPG-HOL-SUB) TO TD-ADJUSTED-HRS.
081700     MOVE ZERO TO TD-ADJ-EARNED-HRS.
081800     MOVE ZERO TO TD-EARNED-HRS.
081900
082000     MOVE "N" TO TD-POST-FLAG.
082100     MOVE "HOL" TO TD-ENTERED-USER-ID.
082200     MOVE "HOL" TO TD-UPDATE-USER-ID.
082300     MOVE HPG-RUN-DATE-YMD TO TD-UPDATE-DATE.
082400     MOVE HPG-RUN-HHMM TO TD-UPDATE-TIME.
082500     MOVE ZERO TO TD-ADJ-START-TIME.
082600     MOVE ZERO TO TD-ADJ-STOP-TIME.
082700     MOVE "N" TO TD-CORRECTION-FLAG.
082800
082900     COMPUTE HPG-DC-SUB = WD-WEEKDAY (11) + 1.
083000     MOVE DC-DAY-CODE (HPG-DC-SUB) TO TD-DAY-OF-WEEK.
083100     MOVE HPG-SCHED-CODE TO TD-WRKSCH-CODE.
083200     MOVE DC-DAY-CODE (HPG-DC-SUB) TO TD-WRKSCH-DAY-OF-WEEK.
083300     MOVE ZERO TO TD-WRKSCH-EFF-COMPL-CYMD.
083400     MOVE ZEROES TO TD-WRKSCH-DATA.
083500
083600     MOVE HT-HOLIDAY-CYMD (HPG-HOL-SUB) TO TD-DATE-WORKED-CYMD-3.
083700     MOVE ZERO TO TD-STOP-TIME-3.
083800
083900     WRITE TD-RECORD.
084000     IF TD-FILE-STATUS = DUPLICATE-KEY
084100         ADD 1 TO CT-ALREADY-ON-FILE
084200         GO TO WRITE-HOLIDAY-RECORD-EXIT.
084300
084400     ADD 1 TO CT-RECORDS-WRITTEN.
084500     ADD TD-ADJUSTED-HRS TO CT-HOURS-WRITTEN.
084600 WRITE-HOLIDAY-RECORD-EXIT.  EXIT.
084700
084800 DENIED-REPORT-LINE.
084900     ADD 1 TO CT-DENIED.
085000     PERFORM OVERRIDE-REPORT-LINE THRU
085100             OVERRIDE-REPORT-LINE-EXIT.
085200 DENIED-REPORT-LINE-EXIT.  EXIT.
085300
085400 OVERRIDE-REPORT-LINE.
085500     MOVE SPACES TO HPG-REPORT-LINE.
085600     MOVE EM-EMP-NUM TO HPG-RL-EMP-NUM.
085700     MOVE EM-EMP-NAME TO HPG-RL-EMP-NAME.
085800     MOVE EM-DEPARTMENT-NO TO HPG-RL-DEPT.
085900     MOVE HPG-DENY-DATE TO HPG-RL-DATE.
086000     MOVE HPG-DENY-REASON TO HPG-RL-MESSAGE.
086100     WRITE PRINT-RECORD FROM HPG-REPORT-LINE.
086200 OVERRIDE-REPORT-LINE-EXIT.  EXIT.
086300
086400 DATE-TO-DAYS.
086500     SUBTRACT 1 FROM HPG-DW-CCYY GIVING HPG-DW-YEARS.
086600     DIVIDE HPG-DW-YEARS BY 4 GIVING HPG-LEAP-QUOT.
086700     COMPUTE HPG-DW-DAYS = HPG-DW-YEARS * 365 + HPG-LEAP-QUOT
086800         + HPG-MONTH-CUM (HPG-DW-MM) + HPG-DW-DD.
086900     DIVIDE HPG-DW-CCYY BY 4 GIVING HPG-LEAP-QUOT
087000         REMAINDER HPG-LEAP-REM.
087100     IF HPG-DW-MM > 2 AND HPG-LEAP-REM = ZERO
087200         ADD 1 TO HPG-DW-DAYS.
087300 DATE-TO-DAYS-EXIT.  EXIT.
087400
087500 PRIOR-DAY.
087600     IF HPG-DW-DD > 1
087700         SUBTRACT 1 FROM HPG-DW-DD
087800         GO TO PRIOR-DAY-EXIT.
087900     IF HPG-DW-MM > 1
088000         SUBTRACT 1 FROM HPG-DW-MM
088100     ELSE
088200         MOVE 12 TO HPG-DW-MM
088300         SUBTRACT 1 FROM HPG-DW-CCYY.
088400     MOVE HPG-MONTH-DAYS (HPG-DW-MM) TO HPG-DW-DD.
088500     DIVIDE HPG-DW-CCYY BY 4 GIVING HPG-LEAP-QUOT
088600         REMAINDER HPG-LEAP-REM.
088700     IF HPG-DW-MM = 2 AND HPG-LEAP-REM = ZERO
088800         MOVE 29 TO HPG-DW-DD.
088900 PRIOR-DAY-EXIT.  EXIT.
089000
089100 NEXT-DAY.
089200     DIVIDE HPG-DW-CCYY BY 4 GIVING HPG-LEAP-QUOT
089300         REMAINDER HPG-LEAP-REM.
089400     IF HPG-DW-DD < HPG-MONTH-DAYS (HPG-DW-MM) OR
089500        (HPG-DW-MM = 2 AND HPG-DW-DD = 28 AND HPG-LEAP-REM = ZERO)
089600         ADD 1 TO HPG-DW-DD
089700         GO TO NEXT-DAY-EXIT.
089800     MOVE 1 TO HPG-DW-DD.
089900     IF HPG-DW-MM < 12
090000         ADD 1 TO HPG-DW-MM
090100     ELSE
090200         MOVE 1 TO HPG-DW-MM
090300         ADD 1 TO HPG-DW-CCYY.
090400 NEXT-DAY-EXIT.  EXIT.
090500
090600 END-OF-PROGRAM SECTION.
090700
090800 DONE.
090900     STOP RUN.
091000
091100 END-OF-PROGRAM-EXIT.  EXIT.
