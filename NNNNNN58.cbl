000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN58.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Federal unemployment (FUTA) deposit schedule and annual 940
000700*  worksheet for the entered employer and year, from the
000800*  FUTAYTD file NNNNNN57 builds each pay period.  Lists each
000900*  employee's year gross and FUTA-taxable wages by quarter,
001000*  then the 940 deposit schedule: each quarter's liability
001100*  (taxable wages at PRCTL-FED-UNEMP-PCT) added to whatever was
001200*  carried from the quarter before.  A quarter whose carried
001300*  liability passes the deposit threshold the operator enters
001400*  ($500.00 when none is entered) is flagged for deposit and
001500*  the carry starts over; a fourth quarter under the threshold
001600*  is paid with the return.  The 940 worksheet follows - total
001700*  payments, payments over the wage base, taxable FUTA wages
001800*  and the tax before adjustments - with the state-wage credit
001900*  side built from the SUTAQTD year wages by state: each
002000*  state's wages, the FUTA wages they cover (each employee's
002100*  state wages up to PRCTL-FED-UNEMP-MAX) and the 5.4% credit
002200*  on them.  FUTA wages not covered by any state's wages lose
002300*  the credit and are added back as the worksheet adjustment.
002400*  SUTAQTD carries only the current year, so the worksheet is
002500*  run at year end, before the first payroll of the new year
002600*  rolls it.  PRCTL-FED-ID-NO prints on the heading.
002700*****************************************************************
002800
002900 AUTHOR. Terry Reinholt
003000
003100 ENVIRONMENT DIVISION.
003200
003300 CONFIGURATION SECTION.
003400
003500 SOURCE-COMPUTER. WANG-2200-VS.
003600 OBJECT-COMPUTER. WANG-2200-VS.
003700
003800     COPY FIGCONS.
003900
004000 INPUT-OUTPUT SECTION.
004100
004200 FILE-CONTROL.
004300
004400     COPY SLPRCNTL.
004500
004600     COPY SLFUTAYT.
004700
004800     COPY SLSUTAQT.
004900
005000     COPY SLPRINT.
005100
005200/
005300 DATA DIVISION.
005400
005500 FILE SECTION.
005600
005700     COPY FDPRCNTL.
005800
005900     COPY FDFUTAYT.
006000
006100     COPY FDSUTAQT.
006200
006300     COPY FDPRINT.
006400
006500/
006600 WORKING-STORAGE SECTION.
006700
006800     COPY WSPRCNTL.
006900
007000     COPY WSFUTAYT.
007100
007200     COPY WSSUTAQT.
007300
007400     COPY WSPRINT.
007500
007600     COPY WSFILEST.
007700
007800 77  CT-EMPLOYEES-LISTED              PIC 9(7) COMP VALUE ZERO.
007900 77  CT-STATES-LISTED                 PIC 9(7) COMP VALUE ZERO.
008000
008100 77  OK-TO-GO                         PIC X(1) VALUE " ".
008200 77  SCAN-DONE-SW                     PIC X(1) VALUE "N".
008300     88  SCAN-DONE                     VALUE "Y".
008400 77  FIRST-RECORD-SW                  PIC X(1) VALUE "Y".
008500     88  FIRST-RECORD                  VALUE "Y".
008600 77  SUTAQTD-ON-HAND-SW               PIC X(1) VALUE "N".
008700     88  SUTAQTD-ON-HAND               VALUE "Y".
008800
008900 77  RPT-YEAR-YY                      PIC 9(2) VALUE ZERO.
009000 77  RPT-DEPOSIT-THRESHOLD            PIC 9(5)V99 VALUE ZERO.
009100 77  RPT-CREDIT-PCT                   PIC 9(1)V9 VALUE 5.4.
009200 77  RPT-QTR-INDEX                    PIC 9(1) COMP VALUE ZERO.
009300 77  RPT-CUR-STATE                    PIC X(2) VALUE SPACES.
009400 77  RPT-YR-GROSS                    PIC S9(8)V99 COMP VALUE ZERO.
009500 77  RPT-YR-TAXABLE                  PIC S9(8)V99 COMP VALUE ZERO.
009600 77  RPT-OVER-BASE                   PIC S9(8)V99 COMP VALUE ZERO.
009700 77  RPT-TAX-BEFORE-ADJ              PIC S9(7)V99 COMP VALUE ZERO.
009800 77  RPT-CARRIED                     PIC S9(7)V99 COMP VALUE ZERO.
009900 77  RPT-TOTAL-LIABILITY             PIC S9(7)V99 COMP VALUE ZERO.
010000 77  RPT-COVERED-THIS-EMP            PIC S9(8)V99 COMP VALUE ZERO.
010100 77  RPT-ST-WAGES                    PIC S9(8)V99 COMP VALUE ZERO.
010200 77  RPT-ST-COVERED                  PIC S9(8)V99 COMP VALUE ZERO.
010300 77  RPT-ST-CREDIT                   PIC S9(7)V99 COMP VALUE ZERO.
010400 77  RPT-ALL-ST-WAGES                PIC S9(8)V99 COMP VALUE ZERO.
010500 77  RPT-ALL-ST-COVERED              PIC S9(8)V99 COMP VALUE ZERO.
010600 77  RPT-ALL-ST-CREDIT               PIC S9(7)V99 COMP VALUE ZERO.
010700 77  RPT-EXCLUDED-WAGES              PIC S9(8)V99 COMP VALUE ZERO.
010800 77  RPT-ADJUSTMENT                  PIC S9(7)V99 COMP VALUE ZERO.
010900 77  RPT-TAX-AFTER-ADJ               PIC S9(7)V99 COMP VALUE ZERO.
011000
011100 01  RPT-QUARTER-TOTALS.
011200     05  RPT-QTR-TABLE OCCURS 4 TIMES.
011300         10  RPT-QTR-TAXABLE          PIC S9(8)V99 COMP.
011400         10  RPT-QTR-LIABILITY        PIC S9(7)V99 COMP.
011500
011600 01  HDG-REPORT-LINE.
011700     05  HDG-RL-TITLE                  PIC X(46).
011800     05  FILLER                       PIC X(3).
011900     05  HDG-RL-ID-LABEL               PIC X(7).
012000     05  HDG-RL-FED-ID                 PIC X(11).
012100     05  FILLER                       PIC X(3).
012200     05  HDG-RL-YEAR-LABEL             PIC X(5).
012300     05  HDG-RL-YEAR-YY                PIC 9(2).
012400     05  FILLER                       PIC X(55).
012500
012600 01  CT-REPORT-LINE.
012700     05  FILLER                       PIC X(4).
012800     05  CT-RL-LABEL                   PIC X(40).
012900     05  FILLER                       PIC X(4).
013000     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
013100     05  FILLER                       PIC X(69).
013200
013300 01  FUT-REPORT-LINE.
013400     05  FUT-RL-EMP-NUM                 PIC ZZZ9.
013500     05  FILLER                       PIC X(3).
013600     05  FUT-RL-YR-GROSS                PIC ZZZ,ZZ9.99-.
013700     05  FILLER                       PIC X(2).
013800     05  FUT-RL-YR-TAXABLE              PIC ZZZ,ZZ9.99-.
013900     05  FUT-RL-QTR-COLUMNS OCCURS 4 TIMES.
014000         10  FILLER                   PIC X(2).
014100         10  FUT-RL-QTR-TAXABLE         PIC ZZZ,ZZ9.99-.
014200     05  FILLER                       PIC X(49).
014300
014400 01  FUH-HEADING-LINE.
014500     05  FILLER                       PIC X(14) VALUE "EMP".
014600     05  FILLER                       PIC X(13) VALUE "YR-GROSS".
014700     05  FILLER                       PIC X(13) VALUE "YR-TAXBL".
014800     05  FILLER                       PIC X(13) VALUE "Q1-TAXBL".
014900     05  FILLER                       PIC X(13) VALUE "Q2-TAXBL".
015000     05  FILLER                       PIC X(13) VALUE "Q3-TAXBL".
015100     05  FILLER                       PIC X(13) VALUE "Q4-TAXBL".
015200     05  FILLER                       PIC X(40) VALUE SPACES.
015300
015400 01  DEP-REPORT-LINE.
015500     05  FILLER                       PIC X(4).
015600     05  DEP-RL-LABEL                  PIC X(8).
015700     05  DEP-RL-QTR                    PIC 9(1).
015800     05  FILLER                       PIC X(3).
015900     05  DEP-RL-TAXABLE                PIC Z,ZZZ,ZZ9.99-.
016000     05  FILLER                       PIC X(2).
016100     05  DEP-RL-LIABILITY              PIC ZZZ,ZZ9.99-.
016200     05  FILLER                       PIC X(2).
016300     05  DEP-RL-CARRIED                PIC ZZZ,ZZ9.99-.
016400     05  FILLER                       PIC X(3).
016500     05  DEP-RL-STATUS                 PIC X(20).
016600     05  FILLER                       PIC X(54).
016700
016800 01  STC-REPORT-LINE.
016900     05  FILLER                       PIC X(4).
017000     05  STC-RL-LABEL                  PIC X(6).
017100     05  STC-RL-STATE                  PIC X(2).
017200     05  FILLER                       PIC X(4).
017300     05  STC-RL-WAGES                  PIC Z,ZZZ,ZZ9.99-.
017400     05  FILLER                       PIC X(2).
017500     05  STC-RL-COVERED                PIC Z,ZZZ,ZZ9.99-.
017600     05  FILLER                       PIC X(2).
017700     05  STC-RL-CREDIT                 PIC ZZZ,ZZ9.99-.
017800     05  FILLER                       PIC X(75).
017900
018000/
018100 PROCEDURE DIVISION.
018200
018300 MAIN-LOGIC SECTION.
018400
018500 INITIALIZATION.
018600     OPEN INPUT PAYROLL-CONTROL-FILE.
018700     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
018800     ACCEPT PRCTL-EMPLOYER-NO.
018900     READ PAYROLL-CONTROL-FILE
019000         INVALID KEY
019100             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
019200             GO TO DONE.
019300
019400     DISPLAY "ENTER YEAR TO REPORT (YY)".
019500     ACCEPT RPT-YEAR-YY.
019600     DISPLAY "ENTER DEPOSIT THRESHOLD (99999.99, 0 = 500.00)".
019700     ACCEPT RPT-DEPOSIT-THRESHOLD.
019800     IF RPT-DEPOSIT-THRESHOLD = ZERO
019900         MOVE 500.00 TO RPT-DEPOSIT-THRESHOLD.
020000
020100     OPEN INPUT FUTA-YTD-FILE.
020200     IF FUT-FILE-STATUS NOT = SUCCESSFUL-STATUS
020300         DISPLAY "UNABLE TO OPEN FUTAYTD FILE, STATUS = "
020400             FUT-FILE-STATUS
020500         GO TO DONE.
020600     OPEN INPUT SUTA-QTD-FILE.
020700     IF SUT-FILE-STATUS = SUCCESSFUL-STATUS
020800         MOVE "Y" TO SUTAQTD-ON-HAND-SW.
020900     OPEN OUTPUT PRINT-FILE.
021000
021100     MOVE 1 TO RPT-QTR-INDEX.
021200     PERFORM CLEAR-ONE-QUARTER THRU
021300             CLEAR-ONE-QUARTER-EXIT
021400         UNTIL RPT-QTR-INDEX > 4.
021500
021600     PERFORM HEADING-ROUTINE THRU
021700             HEADING-ROUTINE-EXIT.
021800
021900     MOVE PRCTL-EMPLOYER-NO TO FUT-EMPLOYER-NO.
022000     MOVE ZERO TO FUT-EMP-NUM.
022100     START FUTA-YTD-FILE KEY IS NOT LESS THAN FUT-KEY.
022200     IF FUT-FILE-STATUS NOT = SUCCESSFUL-STATUS
022300         MOVE "Y" TO SCAN-DONE-SW.
022400
022500     PERFORM LIST-ONE-EMPLOYEE THRU
022600             LIST-ONE-EMPLOYEE-EXIT
022700         UNTIL SCAN-DONE.
022800
022900     PERFORM DEPOSIT-SCHEDULE THRU
023000             DEPOSIT-SCHEDULE-EXIT.
023100
023200     IF SUTAQTD-ON-HAND
023300         PERFORM STATE-CREDIT-SIDE THRU
023400                 STATE-CREDIT-SIDE-EXIT.
023500
023600     PERFORM CLOSE-DOWN THRU
023700             CLOSING-PROCEDURE-EXIT.
023800
023900     GO TO DONE.
024000
024100 CLEAR-ONE-QUARTER.
024200     MOVE ZERO TO RPT-QTR-TAXABLE (RPT-QTR-INDEX).
024300     MOVE ZERO TO RPT-QTR-LIABILITY (RPT-QTR-INDEX).
024400     ADD 1 TO RPT-QTR-INDEX.
024500 CLEAR-ONE-QUARTER-EXIT.  EXIT.
024600
024700 HEADING-ROUTINE.
024800     MOVE SPACES TO HDG-REPORT-LINE.
024900     MOVE "FUTA DEPOSIT SCHEDULE / 940 WORKSHEET" TO
025000         HDG-RL-TITLE.
025100     MOVE "FED ID " TO HDG-RL-ID-LABEL.
025200     MOVE PRCTL-FED-ID-NO TO HDG-RL-FED-ID.
025300     MOVE "YEAR " TO HDG-RL-YEAR-LABEL.
025400     MOVE RPT-YEAR-YY TO HDG-RL-YEAR-YY.
025500     WRITE PRINT-RECORD FROM HDG-REPORT-LINE.
025600     WRITE PRINT-RECORD FROM FUH-HEADING-LINE.
025700     MOVE SPACES TO PRINT-RECORD.
025800     WRITE PRINT-RECORD.
025900 HEADING-ROUTINE-EXIT.  EXIT.
026000
026100 CLOSING-PROCEDURE SECTION.
026200
026300 CLOSE-DOWN.
026400     COMPUTE RPT-OVER-BASE = RPT-YR-GROSS - RPT-YR-TAXABLE.
026500     COMPUTE RPT-TAX-BEFORE-ADJ ROUNDED =
026600         RPT-YR-TAXABLE * PRCTL-FED-UNEMP-PCT / 100.
026700     COMPUTE RPT-TAX-AFTER-ADJ =
026800         RPT-TAX-BEFORE-ADJ + RPT-ADJUSTMENT.
026900
027000     MOVE SPACES TO PRINT-RECORD.
027100     WRITE PRINT-RECORD.
027200     MOVE "940 WORKSHEET" TO PRINT-RECORD.
027300     WRITE PRINT-RECORD.
027400     MOVE SPACES TO PRINT-RECORD.
027500     WRITE PRINT-RECORD.
027600     MOVE "EMPLOYEES LISTED" TO CT-RL-LABEL.
027700     MOVE CT-EMPLOYEES-LISTED TO CT-RL-VALUE.
027800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
027900     MOVE "TOTAL PAYMENTS TO EMPLOYEES" TO CT-RL-LABEL.
028000     MOVE RPT-YR-GROSS TO CT-RL-VALUE.
028100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
028200     MOVE "PAYMENTS OVER THE FUTA WAGE BASE" TO CT-RL-LABEL.
028300     MOVE RPT-OVER-BASE TO CT-RL-VALUE.
028400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
028500     MOVE "TOTAL TAXABLE FUTA WAGES" TO CT-RL-LABEL.
028600     MOVE RPT-YR-TAXABLE TO CT-RL-VALUE.
028700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
028800     MOVE "FUTA TAX BEFORE ADJUSTMENTS" TO CT-RL-LABEL.
028900     MOVE RPT-TAX-BEFORE-ADJ TO CT-RL-VALUE.
029000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
029100     MOVE "STATE WAGES - ALL STATES" TO CT-RL-LABEL.
029200     MOVE RPT-ALL-ST-WAGES TO CT-RL-VALUE.
029300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
029400     MOVE "FUTA WAGES COVERED BY STATE WAGES" TO CT-RL-LABEL.
029500     MOVE RPT-ALL-ST-COVERED TO CT-RL-VALUE.
029600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
029700     MOVE "STATE CREDIT ON COVERED WAGES" TO CT-RL-LABEL.
029800     MOVE RPT-ALL-ST-CREDIT TO CT-RL-VALUE.
029900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030000     MOVE "FUTA WAGES EXCLUDED FROM STATE" TO CT-RL-LABEL.
030100     MOVE RPT-EXCLUDED-WAGES TO CT-RL-VALUE.
030200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030300     MOVE "ADJUSTMENT - CREDIT LOST ON EXCLUDED" TO CT-RL-LABEL.
030400     MOVE RPT-ADJUSTMENT TO CT-RL-VALUE.
030500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030600     MOVE "FUTA TAX AFTER ADJUSTMENTS" TO CT-RL-LABEL.
030700     MOVE RPT-TAX-AFTER-ADJ TO CT-RL-VALUE.
030800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030900     MOVE "TOTAL LIABILITY FOR THE YEAR" TO CT-RL-LABEL.
031000     MOVE RPT-TOTAL-LIABILITY TO CT-RL-VALUE.
031100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031200     IF NOT SUTAQTD-ON-HAND
031300         MOVE "SUTAQTD NOT ON FILE - NO STATE CREDIT FIGURED" TO
031400             PRINT-RECORD
031500         WRITE PRINT-RECORD.
031600
031700     IF SUTAQTD-ON-HAND
031800         CLOSE SUTA-QTD-FILE.
031900     CLOSE PAYROLL-CONTROL-FILE
032000           FUTA-YTD-FILE
032100           PRINT-FILE.
032200 CLOSING-PROCEDURE-EXIT.  EXIT.
032300
032400/
032500 PROCESS SECTION.
032600
032700 LIST-ONE-EMPLOYEE.
032800     READ FUTA-YTD-FILE NEXT
032900         AT END
033000             MOVE "Y" TO SCAN-DONE-SW
033100             GO TO LIST-ONE-EMPLOYEE-EXIT.
033200
033300     IF FUT-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
033400         MOVE "Y" TO SCAN-DONE-SW
033500         GO TO LIST-ONE-EMPLOYEE-EXIT.
033600
033700*    A record not yet rolled into the year asked for belongs to
033800*    an earlier year and has nothing for this one.
033900     IF FUT-YEAR-YY NOT = RPT-YEAR-YY
034000         GO TO LIST-ONE-EMPLOYEE-EXIT.
034100
034200     ADD 1 TO CT-EMPLOYEES-LISTED.
034300     ADD FUT-YR-GROSS-WAGES TO RPT-YR-GROSS.
034400     ADD FUT-YR-TAXABLE-WAGES TO RPT-YR-TAXABLE.
034500
034600     MOVE SPACES TO FUT-REPORT-LINE.
034700     MOVE FUT-EMP-NUM TO FUT-RL-EMP-NUM.
034800     MOVE FUT-YR-GROSS-WAGES TO FUT-RL-YR-GROSS.
034900     MOVE FUT-YR-TAXABLE-WAGES TO FUT-RL-YR-TAXABLE.
035000     MOVE 1 TO RPT-QTR-INDEX.
035100     PERFORM ADD-ONE-QUARTER THRU
035200             ADD-ONE-QUARTER-EXIT
035300         UNTIL RPT-QTR-INDEX > 4.
035400     WRITE PRINT-RECORD FROM FUT-REPORT-LINE.
035500 LIST-ONE-EMPLOYEE-EXIT.  EXIT.
035600
035700 ADD-ONE-QUARTER.
035800     ADD FUT-QTR-TAXABLE-WAGES (RPT-QTR-INDEX) TO
035900         RPT-QTR-TAXABLE (RPT-QTR-INDEX).
036000     MOVE FUT-QTR-TAXABLE-WAGES (RPT-QTR-INDEX) TO
036100         FUT-RL-QTR-TAXABLE (RPT-QTR-INDEX).
036200     ADD 1 TO RPT-QTR-INDEX.
036300 ADD-ONE-QUARTER-EXIT.  EXIT.
036400
036500 DEPOSIT-SCHEDULE.
036600     MOVE SPACES TO PRINT-RECORD.
036700     WRITE PRINT-RECORD.
036800     MOVE "940 DEPOSIT SCHEDULE" TO PRINT-RECORD.
036900     WRITE PRINT-RECORD.
037000     MOVE SPACES TO PRINT-RECORD.
037100     MOVE "                TAXABLE   LIABILITY     CARRIED"
037200         TO PRINT-RECORD.
037300     WRITE PRINT-RECORD.
037400     MOVE ZERO TO RPT-CARRIED.
037500     MOVE 1 TO RPT-QTR-INDEX.
037600     PERFORM SCHEDULE-ONE-QUARTER THRU
037700             SCHEDULE-ONE-QUARTER-EXIT
037800         UNTIL RPT-QTR-INDEX > 4.
037900 DEPOSIT-SCHEDULE-EXIT.  EXIT.
038000
038100 SCHEDULE-ONE-QUARTER.
038200*    A quarter's liability rides forward until the amount
038300*    carried passes the threshold; that quarter's deposit then
038400*    clears the carry.  The fourth quarter's carry under the
038500*    threshold goes in with the return.
038600     COMPUTE RPT-QTR-LIABILITY (RPT-QTR-INDEX) ROUNDED =
038700         RPT-QTR-TAXABLE (RPT-QTR-INDEX) *
038800         PRCTL-FED-UNEMP-PCT / 100.
038900     ADD RPT-QTR-LIABILITY (RPT-QTR-INDEX) TO RPT-CARRIED.
039000     ADD RPT-QTR-LIABILITY (RPT-QTR-INDEX) TO RPT-TOTAL-LIABILITY.
039100
039200     MOVE SPACES TO DEP-REPORT-LINE.
039300     MOVE "QUARTER" TO DEP-RL-LABEL.
039400     MOVE RPT-QTR-INDEX TO DEP-RL-QTR.
039500     MOVE RPT-QTR-TAXABLE (RPT-QTR-INDEX) TO DEP-RL-TAXABLE.
039600     MOVE RPT-QTR-LIABILITY (RPT-QTR-INDEX) TO DEP-RL-LIABILITY.
039700     MOVE RPT-CARRIED TO DEP-RL-CARRIED.
039800     IF RPT-CARRIED > RPT-DEPOSIT-THRESHOLD
039900         MOVE "** DEPOSIT DUE **" TO DEP-RL-STATUS
040000         MOVE ZERO TO RPT-CARRIED
040100     ELSE
040200         IF RPT-QTR-INDEX = 4
040300             MOVE "PAY WITH 940" TO DEP-RL-STATUS
040400         ELSE
040500             MOVE "CARRY TO NEXT QTR" TO DEP-RL-STATUS.
040600     WRITE PRINT-RECORD FROM DEP-REPORT-LINE.
040700     ADD 1 TO RPT-QTR-INDEX.
040800 SCHEDULE-ONE-QUARTER-EXIT.  EXIT.
040900
041000 STATE-CREDIT-SIDE.
041100     MOVE SPACES TO PRINT-RECORD.
041200     WRITE PRINT-RECORD.
041300     MOVE "STATE WAGE CREDIT" TO PRINT-RECORD.
041400     WRITE PRINT-RECORD.
041500     MOVE SPACES TO PRINT-RECORD.
041600     MOVE "          STATE-WAGES    FUTA-COVERED      CREDIT"
041700         TO PRINT-RECORD.
041800     WRITE PRINT-RECORD.
041900
042000     MOVE "N" TO SCAN-DONE-SW.
042100     MOVE "Y" TO FIRST-RECORD-SW.
042200     MOVE PRCTL-EMPLOYER-NO TO SUT-EMPLOYER-NO.
042300     MOVE SPACES TO SUT-STATE.
042400     MOVE ZERO TO SUT-EMP-NUM.
042500     START SUTA-QTD-FILE KEY IS NOT LESS THAN SUT-KEY.
042600     IF SUT-FILE-STATUS NOT = SUCCESSFUL-STATUS
042700         MOVE "Y" TO SCAN-DONE-SW.
042800
042900     PERFORM ADD-ONE-STATE-WAGE THRU
043000             ADD-ONE-STATE-WAGE-EXIT
043100         UNTIL SCAN-DONE.
043200
043300     IF NOT FIRST-RECORD
043400         PERFORM STATE-SUBTOTAL THRU
043500                 STATE-SUBTOTAL-EXIT.
043600
043700*    Taxable FUTA wages no state's wages account for earn no
043800*    state credit, so the credit on them is given back.
043900     COMPUTE RPT-EXCLUDED-WAGES =
044000         RPT-YR-TAXABLE - RPT-ALL-ST-COVERED.
044100     IF RPT-EXCLUDED-WAGES < ZERO
044200         MOVE ZERO TO RPT-EXCLUDED-WAGES.
044300     COMPUTE RPT-ADJUSTMENT ROUNDED =
044400         RPT-EXCLUDED-WAGES * RPT-CREDIT-PCT / 100.
044500 STATE-CREDIT-SIDE-EXIT.  EXIT.
044600
044700 ADD-ONE-STATE-WAGE.
044800     READ SUTA-QTD-FILE NEXT
044900         AT END
045000             MOVE "Y" TO SCAN-DONE-SW
045100             GO TO ADD-ONE-STATE-WAGE-EXIT.
045200
045300     IF SUT-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
045400         MOVE "Y" TO SCAN-DONE-SW
045500         GO TO ADD-ONE-STATE-WAGE-EXIT.
045600
045700     IF SUT-QTR-YY NOT = RPT-YEAR-YY
045800         GO TO ADD-ONE-STATE-WAGE-EXIT.
045900
046000     IF FIRST-RECORD
046100         MOVE SUT-STATE TO RPT-CUR-STATE
046200         MOVE "N" TO FIRST-RECORD-SW
046300     ELSE
046400         IF SUT-STATE NOT = RPT-CUR-STATE
046500             PERFORM STATE-SUBTOTAL THRU
046600                     STATE-SUBTOTAL-EXIT
046700             MOVE SUT-STATE TO RPT-CUR-STATE.
046800
046900     IF SUT-YR-GROSS-WAGES > PRCTL-FED-UNEMP-MAX
047000         MOVE PRCTL-FED-UNEMP-MAX TO RPT-COVERED-THIS-EMP
047100     ELSE
047200         MOVE SUT-YR-GROSS-WAGES TO RPT-COVERED-THIS-EMP.
047300     ADD SUT-YR-GROSS-WAGES TO RPT-ST-WAGES.
047400     ADD RPT-COVERED-THIS-EMP TO RPT-ST-COVERED.
047500 ADD-ONE-STATE-WAGE-EXIT.  EXIT.
047600
047700 STATE-SUBTOTAL.
047800     ADD 1 TO CT-STATES-LISTED.
047900     COMPUTE RPT-ST-CREDIT ROUNDED =
048000         RPT-ST-COVERED * RPT-CREDIT-PCT / 100.
048100
048200     MOVE SPACES TO STC-REPORT-LINE.
048300     MOVE "STATE" TO STC-RL-LABEL.
048400     MOVE RPT-CUR-STATE TO STC-RL-STATE.
048500     MOVE RPT-ST-WAGES TO STC-RL-WAGES.
048600     MOVE RPT-ST-COVERED TO STC-RL-COVERED.
048700     MOVE RPT-ST-CREDIT TO STC-RL-CREDIT.
048800     WRITE PRINT-RECORD FROM STC-REPORT-LINE.
048900
049000     ADD RPT-ST-WAGES TO RPT-ALL-ST-WAGES.
049100     ADD RPT-ST-COVERED TO RPT-ALL-ST-COVERED.
049200     ADD RPT-ST-CREDIT TO RPT-ALL-ST-CREDIT.
049300     MOVE ZERO TO RPT-ST-WAGES  RPT-ST-COVERED.
049400 STATE-SUBTOTAL-EXIT.  EXIT.
049500
049600 END-OF-PROGRAM SECTION.
049700
049800 DONE.
049900     STOP RUN.
050000
050100 END-OF-PROGRAM-EXIT.  EXIT.
