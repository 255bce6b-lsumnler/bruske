000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN60.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Workers' compensation premium audit report for the entered
000700*  employer and date range.  Each employee's hours come off
000800*  TIMEDT (TD-ADJUSTED-HRS, the hours NNNNNN47 posts) and are
000900*  classed through the WCCLASS table NNNNNN59 maintains - the
001000*  op-code's entry when TD-OP-CODE4 has one, otherwise the
001100*  employee's EM-DEPARTMENT-NO entry, in both cases the entry
001200*  for the employee's EM-WORK-STATE (home PRCTL-STATE when
001300*  blank) before the any-state entry.  The pay comes off the
001400*  employee's PRTIMFIL records for the periods in the range -
001500*  closed periods from their PAYHIST images, the open period
001600*  from PRTIMFIL itself - as gross pay less the overtime
001700*  premium, the carriers counting only the straight-time part
001800*  of TIME-OVERTIME-PAY (the overtime pay divided by the
001900*  multiplier in force on PAYRATE, time and a half when none
002000*  is on file).  Each employee's payroll is shared out to the
002100*  employee's classes by hours; pay with no hours in the range
002200*  goes to the department's class.  The report totals hours,
002300*  payroll and premium (payroll times rate per $100) by state
002400*  and class, then lists every department and op-code whose
002500*  time fell through with no class assigned.  TIMEDT carries
002600*  no employer number, so like NNNNNN47 the run assumes the
002700*  employer's own TIMEDT library is mounted.
002800*****************************************************************
002900
003000 AUTHOR. Terry Reinholt
003100
003200 ENVIRONMENT DIVISION.
003300
003400 CONFIGURATION SECTION.
003500
003600 SOURCE-COMPUTER. WANG-2200-VS.
003700 OBJECT-COMPUTER. WANG-2200-VS.
003800
003900     COPY FIGCONS.
004000
004100 INPUT-OUTPUT SECTION.
004200
004300 FILE-CONTROL.
004400
004500     COPY SLPRCNTL.
004600
004700     COPY SLEMPMST.
004800
004900     COPY SLTIMEDT.
005000
005100     COPY SLWCCLAS.
005200
005300     COPY SLTMETRX.
005400
005500     COPY SLPAYHST.
005600
005700     COPY SLPAYRAT.
005800
005900     COPY SLPRINT.
006000
006100/
006200 DATA DIVISION.
006300
006400 FILE SECTION.
006500
006600     COPY FDPRCNTL.
006700
006800     COPY FDEMPMST.
006900
007000     COPY FDTIMEDT.
007100
007200     COPY FDWCCLAS.
007300
007400     COPY FDTMETRX.
007500
007600     COPY FDPAYHST.
007700
007800     COPY FDPAYRAT.
007900
008000     COPY FDPRINT.
008100
008200/
008300 WORKING-STORAGE SECTION.
008400
008500     COPY WSPRCNTL.
008600
008700     COPY WSEMPMST.
008800
008900     COPY WSTIMEDT.
009000
009100     COPY WSWCCLAS.
009200
009300     COPY WSTMETRX.
009400
009500     COPY WSPAYHST.
009600
009700     COPY WSPAYRAT.
009800
009900     COPY WSPRINT.
010000
010100     COPY WSFILEST.
010200
010300 77  CT-EMPLOYEES-READ                PIC 9(7) COMP VALUE ZERO.
010400 77  CT-EMPLOYEES-WITH-PAY            PIC 9(7) COMP VALUE ZERO.
010500 77  CT-TIMEDT-CLASSED                PIC 9(7) COMP VALUE ZERO.
010600 77  CT-PAY-RECORDS                   PIC 9(7) COMP VALUE ZERO.
010700 77  CT-UNCLASSIFIED                  PIC 9(7) COMP VALUE ZERO.
010800 77  CT-TABLE-OVERFLOW                PIC 9(7) COMP VALUE ZERO.
010900
011000 77  SCAN-DONE-SW                     PIC X(1) VALUE "N".
011100     88  SCAN-DONE                     VALUE "Y".
011200 77  TD-SCAN-DONE-SW                  PIC X(1) VALUE "N".
011300     88  TD-SCAN-DONE                  VALUE "Y".
011400 77  PAY-SCAN-DONE-SW                 PIC X(1) VALUE "N".
011500     88  PAY-SCAN-DONE                 VALUE "Y".
011600 77  PAYHIST-ON-HAND-SW               PIC X(1) VALUE "N".
011700     88  PAYHIST-ON-HAND               VALUE "Y".
011800 77  PAYRATE-ON-HAND-SW               PIC X(1) VALUE "N".
011900     88  PAYRATE-ON-HAND               VALUE "Y".
012000 77  WCC-FOUND-SW                     PIC X(1) VALUE "N".
012100     88  WCC-FOUND                     VALUE "Y".
012200 77  SLOT-FOUND-SW                    PIC X(1) VALUE "N".
012300     88  SLOT-FOUND                    VALUE "Y".
012400 77  FIRST-RECORD-SW                  PIC X(1) VALUE "Y".
012500     88  FIRST-RECORD                  VALUE "Y".
012600
012700 77  RPT-FROM-DATE-CYMD               PIC 9(8) VALUE ZERO.
012800 77  RPT-TO-DATE-CYMD                 PIC 9(8) VALUE ZERO.
012900 77  RPT-EMP-STATE                    PIC X(2) VALUE SPACES.
013000 77  RPT-CUR-STATE                    PIC X(2) VALUE SPACES.
013100 77  RPT-LOOKUP-TYPE                  PIC X(1) VALUE SPACE.
013200 77  RPT-MAP-CLASS                    PIC X(4) VALUE SPACES.
013300 77  RPT-MAP-RATE                     PIC 999V999 VALUE ZERO.
013400 77  RPT-MAP-DESC                     PIC X(25) VALUE SPACES.
013500 77  RPT-OT-MULT                      PIC 9(1)V99 VALUE ZERO.
013600 77  RPT-ADD-HOURS                   PIC S9(5)V99 COMP VALUE ZERO.
013700 77  RPT-EMP-HOURS                   PIC S9(5)V99 COMP VALUE ZERO.
013800 77  RPT-EMP-PAYROLL                 PIC S9(8)V99 COMP VALUE ZERO.
013900 77  RPT-DISTRIBUTED                 PIC S9(8)V99 COMP VALUE ZERO.
014000 77  RPT-STRAIGHT-OT                 PIC S9(6)V99 COMP VALUE ZERO.
014100 77  RPT-REC-OT-PREMIUM              PIC S9(6)V99 COMP VALUE ZERO.
014200 77  RPT-REC-PAYROLL                 PIC S9(7)V99 COMP VALUE ZERO.
014300 77  RPT-PREMIUM                     PIC S9(7)V99 COMP VALUE ZERO.
014400 77  RPT-OT-EXCLUDED                 PIC S9(8)V99 COMP VALUE ZERO.
014500 77  RPT-ST-HOURS                    PIC S9(7)V99 COMP VALUE ZERO.
014600 77  RPT-ST-PAYROLL                  PIC S9(9)V99 COMP VALUE ZERO.
014700 77  RPT-ST-PREMIUM                  PIC S9(8)V99 COMP VALUE ZERO.
014800 77  RPT-ALL-HOURS                   PIC S9(7)V99 COMP VALUE ZERO.
014900 77  RPT-ALL-PAYROLL                 PIC S9(9)V99 COMP VALUE ZERO.
015000 77  RPT-ALL-PREMIUM                 PIC S9(8)V99 COMP VALUE ZERO.
015100
015200 01  RPT-LOOKUP-CODE                  PIC X(4) VALUE SPACES.
015300 01  RPT-LOOKUP-DEPT REDEFINES RPT-LOOKUP-CODE
015400                                      PIC 9(4).
015500
015600 01  RPT-PERIOD-CYMD                  PIC 9(8) VALUE ZERO.
015700 01  FILLER REDEFINES RPT-PERIOD-CYMD.
015800     05  RPT-PERIOD-CCYY              PIC 9(4).
015900     05  RPT-PERIOD-MM                PIC 9(2).
016000     05  RPT-PERIOD-DD                PIC 9(2).
016100
016200 01  PERIOD-DATE-BREAKOUT.
016300     05  PRD-MM                       PIC 9(2).
016400     05  PRD-DD                       PIC 9(2).
016500     05  PRD-YY                       PIC 9(2).
016600
016700 01  RPT-CLASS-KEY.
016800     05  RPT-CLASS-STATE              PIC X(2).
016900     05  RPT-CLASS-CODE               PIC X(4).
017000
017100*    One employee's classes for the range - hours as they come
017200*    off TIMEDT, payroll once it is shared out.
017300 77  EC-ENTRIES-USED                  PIC 9(2) COMP VALUE ZERO.
017400 77  EC-SUB                           PIC 9(2) COMP VALUE ZERO.
017500
017600 01  EC-EMPLOYEE-CLASS-TABLE.
017700     05  EC-ENTRY OCCURS 25 TIMES.
017800         10  EC-CLASS                  PIC X(4).
017900         10  EC-RATE                   PIC 999V999.
018000         10  EC-DESC                   PIC X(25).
018100         10  EC-HOURS                  PIC S9(5)V99 COMP.
018200         10  EC-PAYROLL                PIC S9(8)V99 COMP.
018300
018400*    The employer's classes, kept in state / class order as they
018500*    are added so the report prints straight down the table.
018600 77  CL-ENTRIES-USED                  PIC 9(3) COMP VALUE ZERO.
018700 77  CL-SUB                           PIC 9(3) COMP VALUE ZERO.
018800 77  CL-FROM-SUB                      PIC 9(3) COMP VALUE ZERO.
018900 77  CL-TO-SUB                        PIC 9(3) COMP VALUE ZERO.
019000
019100 01  CL-CLASS-TABLE.
019200     05  CL-ENTRY OCCURS 100 TIMES.
019300         10  CL-KEY.
019400             15  CL-STATE              PIC X(2).
019500             15  CL-CLASS              PIC X(4).
019600         10  CL-RATE                   PIC 999V999.
019700         10  CL-DESC                   PIC X(25).
019800         10  CL-HOURS                  PIC S9(7)V99 COMP.
019900         10  CL-PAYROLL                PIC S9(9)V99 COMP.
020000
020100*    Departments and op-codes whose time found no class.
020200 77  UC-ENTRIES-USED                  PIC 9(3) COMP VALUE ZERO.
020300 77  UC-SUB                           PIC 9(3) COMP VALUE ZERO.
020400
020500 01  UC-UNCLASSIFIED-TABLE.
020600     05  UC-ENTRY OCCURS 100 TIMES.
020700         10  UC-TYPE                   PIC X(1).
020800         10  UC-CODE                   PIC X(4).
020900         10  UC-HOURS                  PIC S9(7)V99 COMP.
021000
021100 01  HDG-REPORT-LINE.
021200     05  HDG-RL-TITLE                  PIC X(46).
021300     05  FILLER                       PIC X(3).
021400     05  HDG-RL-FROM-LABEL             PIC X(5).
021500     05  HDG-RL-FROM-DATE              PIC 9(8).
021600     05  FILLER                       PIC X(3).
021700     05  HDG-RL-TO-LABEL               PIC X(3).
021800     05  HDG-RL-TO-DATE                PIC 9(8).
021900     05  FILLER                       PIC X(56).
022000
022100 01  WCH-HEADING-LINE.
022200     05  FILLER                       PIC X(5) VALUE "ST".
022300     05  FILLER                       PIC X(7) VALUE "CLASS".
022400     05  FILLER                       PIC X(27) VALUE
022500                                          "DESCRIPTION".
022600     05  FILLER                       PIC X(9) VALUE "RATE/100".
022700     05  FILLER                       PIC X(13) VALUE
022800                                          "      HOURS".
022900     05  FILLER                       PIC X(16) VALUE
023000                                          "       PAYROLL".
023100     05  FILLER                       PIC X(13) VALUE
023200                                          "     PREMIUM".
023300     05  FILLER                       PIC X(42) VALUE SPACES.
023400
023500 01  CT-REPORT-LINE.
023600     05  FILLER                       PIC X(4).
023700     05  CT-RL-LABEL                   PIC X(40).
023800     05  FILLER                       PIC X(4).
023900     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
024000     05  FILLER                       PIC X(69).
024100
024200 01  WCP-REPORT-LINE.
024300     05  WCP-RL-STATE                   PIC X(2).
024400     05  FILLER                       PIC X(3).
024500     05  WCP-RL-CLASS                   PIC X(4).
024600     05  FILLER                       PIC X(3).
024700     05  WCP-RL-DESC                    PIC X(25).
024800     05  FILLER                       PIC X(2).
024900     05  WCP-RL-RATE                    PIC ZZ9.999.
025000     05  FILLER                       PIC X(2).
025100     05  WCP-RL-HOURS                   PIC ZZZ,ZZ9.99-.
025200     05  FILLER                       PIC X(2).
025300     05  WCP-RL-PAYROLL                 PIC ZZ,ZZZ,ZZ9.99-.
025400     05  FILLER                       PIC X(2).
025500     05  WCP-RL-PREMIUM                 PIC Z,ZZZ,ZZ9.99-.
025600     05  FILLER                       PIC X(42).
025700
025800 01  UCL-REPORT-LINE.
025900     05  FILLER                       PIC X(4).
026000     05  UCL-RL-TYPE                    PIC X(10).
026100     05  FILLER                       PIC X(3).
026200     05  UCL-RL-CODE                    PIC X(4).
026300     05  FILLER                       PIC X(3).
026400     05  UCL-RL-HOURS                   PIC ZZZ,ZZ9.99-.
026500     05  FILLER                       PIC X(3).
026600     05  UCL-RL-MESSAGE                 PIC X(30).
026700     05  FILLER                       PIC X(64).
026800
026900/
027000 PROCEDURE DIVISION.
027100
027200 MAIN-LOGIC SECTION.
027300
027400 INITIALIZATION.
027500     OPEN INPUT PAYROLL-CONTROL-FILE.
027600     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
027700     ACCEPT PRCTL-EMPLOYER-NO.
027800     READ PAYROLL-CONTROL-FILE
027900         INVALID KEY
028000             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
028100             GO TO DONE.
028200
028300     DISPLAY "ENTER AUDIT FROM DATE (CCYYMMDD)".
028400     ACCEPT RPT-FROM-DATE-CYMD.
028500     DISPLAY "ENTER AUDIT TO DATE (CCYYMMDD)".
028600     ACCEPT RPT-TO-DATE-CYMD.
028700     IF RPT-TO-DATE-CYMD < RPT-FROM-DATE-CYMD
028800         DISPLAY "TO DATE IS BEFORE FROM DATE"
028900         GO TO DONE.
029000
029100     OPEN INPUT EMPLOYEE-MASTER-FILE.
029200     IF EM-FILE-STATUS NOT = SUCCESSFUL-STATUS
029300         DISPLAY "UNABLE TO OPEN EMPMAST MASTER, STATUS = "
029400             EM-FILE-STATUS
029500         GO TO DONE.
029600     OPEN INPUT WC-CLASS-FILE.
029700     IF WCC-FILE-STATUS NOT = SUCCESSFUL-STATUS
029800         DISPLAY "UNABLE TO OPEN WCCLASS TABLE, STATUS = "
029900             WCC-FILE-STATUS
030000         GO TO DONE.
030100     OPEN INPUT TIME-DETAIL-FILE.
030200     OPEN INPUT PAY-TIME-TRX-FILE.
030300     OPEN INPUT PAY-HISTORY-FILE.
030400     IF PYH-FILE-STATUS = SUCCESSFUL-STATUS
030500         MOVE "Y" TO PAYHIST-ON-HAND-SW.
030600     OPEN INPUT PAY-RATE-FILE.
030700     IF RAT-FILE-STATUS = SUCCESSFUL-STATUS
030800         MOVE "Y" TO PAYRATE-ON-HAND-SW.
030900     OPEN OUTPUT PRINT-FILE.
031000
031100     PERFORM HEADING-ROUTINE THRU
031200             HEADING-ROUTINE-EXIT.
031300
031400     MOVE PRCTL-EMPLOYER-NO TO EM-EMPLOYER-NO.
031500     MOVE ZERO TO EM-EMP-NUM.
031600     START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EM-KEY.
031700     IF EM-FILE-STATUS NOT = SUCCESSFUL-STATUS
031800         MOVE "Y" TO SCAN-DONE-SW.
031900
032000     PERFORM AUDIT-ONE-EMPLOYEE THRU
032100             AUDIT-ONE-EMPLOYEE-EXIT
032200         UNTIL SCAN-DONE.
032300
032400     PERFORM PRINT-CLASS-TABLE THRU
032500             PRINT-CLASS-TABLE-EXIT.
032600
032700     PERFORM PRINT-UNCLASSIFIED THRU
032800             PRINT-UNCLASSIFIED-EXIT.
032900
033000     PERFORM CLOSE-DOWN THRU
033100             CLOSING-PROCEDURE-EXIT.
033200
033300     GO TO DONE.
033400
033500 HEADING-ROUTINE.
033600     MOVE SPACES TO HDG-REPORT-LINE.
033700     MOVE "WORKERS COMP PREMIUM AUDIT BY STATE / CLASS" TO
033800         HDG-RL-TITLE.
033900     MOVE "FROM " TO HDG-RL-FROM-LABEL.
034000     MOVE RPT-FROM-DATE-CYMD TO HDG-RL-FROM-DATE.
034100     MOVE "TO " TO HDG-RL-TO-LABEL.
034200     MOVE RPT-TO-DATE-CYMD TO HDG-RL-TO-DATE.
034300     WRITE PRINT-RECORD FROM HDG-REPORT-LINE.
034400     WRITE PRINT-RECORD FROM WCH-HEADING-LINE.
034500     MOVE SPACES TO PRINT-RECORD.
034600     WRITE PRINT-RECORD.
034700 HEADING-ROUTINE-EXIT.  EXIT.
034800
034900 CLOSING-PROCEDURE SECTION.
035000
035100 CLOSE-DOWN.
035200     MOVE SPACES TO PRINT-RECORD.
035300     WRITE PRINT-RECORD.
035400     MOVE "EMPLOYEES READ" TO CT-RL-LABEL.
035500     MOVE CT-EMPLOYEES-READ TO CT-RL-VALUE.
035600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
035700     MOVE "EMPLOYEES WITH PAYROLL IN RANGE" TO CT-RL-LABEL.
035800     MOVE CT-EMPLOYEES-WITH-PAY TO CT-RL-VALUE.
035900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
036000     MOVE "TIMEDT RECORDS CLASSED" TO CT-RL-LABEL.
036100     MOVE CT-TIMEDT-CLASSED TO CT-RL-VALUE.
036200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
036300     MOVE "PAY RECORDS READ" TO CT-RL-LABEL.
036400     MOVE CT-PAY-RECORDS TO CT-RL-VALUE.
036500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
036600     MOVE "OVERTIME PREMIUM EXCLUDED" TO CT-RL-LABEL.
036700     MOVE RPT-OT-EXCLUDED TO CT-RL-VALUE.
036800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
036900     MOVE "DEPTS / OP-CODES WITH NO CLASS" TO CT-RL-LABEL.
037000     MOVE CT-UNCLASSIFIED TO CT-RL-VALUE.
037100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
037200     MOVE "CLASS TABLE OVERFLOWS - NOT REPORTED" TO CT-RL-LABEL.
037300     MOVE CT-TABLE-OVERFLOW TO CT-RL-VALUE.
037400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
037500
037600     CLOSE PAYROLL-CONTROL-FILE
037700           EMPLOYEE-MASTER-FILE
037800           WC-CLASS-FILE
037900           TIME-DETAIL-FILE
038000           PAY-TIME-TRX-FILE
038100           PRINT-FILE.
038200     IF PAYHIST-ON-HAND
038300         CLOSE PAY-HISTORY-FILE.
038400     IF PAYRATE-ON-HAND
038500         CLOSE PAY-RATE-FILE.
038600 CLOSING-PROCEDURE-EXIT.  EXIT.
038700
038800/
038900 PROCESS SECTION.
039000
039100 AUDIT-ONE-EMPLOYEE.
039200     READ EMPLOYEE-MASTER-FILE NEXT
039300         AT END
039400             MOVE "Y" TO SCAN-DONE-SW
039500             GO TO AUDIT-ONE-EMPLOYEE-EXIT.
039600
039700     IF EM-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
039800         MOVE "Y" TO SCAN-DONE-SW
039900         GO TO AUDIT-ONE-EMPLOYEE-EXIT.
040000
040100     ADD 1 TO CT-EMPLOYEES-READ.
040200     MOVE EM-WORK-STATE TO RPT-EMP-STATE.
040300     IF RPT-EMP-STATE = SPACES
040400         MOVE PRCTL-STATE TO RPT-EMP-STATE.
040500     MOVE ZERO TO EC-ENTRIES-USED.
040600     MOVE ZERO TO RPT-EMP-HOURS.
040700     MOVE ZERO TO RPT-EMP-PAYROLL.
040800
040900     PERFORM GATHER-EMPLOYEE-HOURS THRU
041000             GATHER-EMPLOYEE-HOURS-EXIT.
041100
041200     PERFORM GATHER-EMPLOYEE-PAY THRU
041300             GATHER-EMPLOYEE-PAY-EXIT.
041400
041500     IF RPT-EMP-HOURS = ZERO AND RPT-EMP-PAYROLL = ZERO
041600         GO TO AUDIT-ONE-EMPLOYEE-EXIT.
041700
041800     ADD 1 TO CT-EMPLOYEES-WITH-PAY.
041900
042000*    Pay with no hours behind it in the range - salary, a late
042100*    adjustment - has nothing to share it out by, so it all goes
042200*    to the department's class.
042300     IF EC-ENTRIES-USED = ZERO
042400         MOVE ZERO TO RPT-ADD-HOURS
042500         PERFORM CLASSIFY-DEPARTMENT THRU
042600                 CLASSIFY-DEPARTMENT-EXIT
042700         PERFORM ADD-TO-EMP-CLASS THRU
042800                 ADD-TO-EMP-CLASS-EXIT.
042900
043000     MOVE ZERO TO RPT-DISTRIBUTED.
043100     MOVE 1 TO EC-SUB.
043200     PERFORM DISTRIBUTE-ONE-CLASS THRU
043300             DISTRIBUTE-ONE-CLASS-EXIT
043400         UNTIL EC-SUB > EC-ENTRIES-USED.
043500 AUDIT-ONE-EMPLOYEE-EXIT.  EXIT.
043600
043700 GATHER-EMPLOYEE-HOURS.
043800     MOVE "N" TO TD-SCAN-DONE-SW.
043900     MOVE EM-EMP-NUM TO TD-EMP-NUM.
044000     MOVE RPT-FROM-DATE-CYMD TO TD-DATE-WORKED-CYMD.
044100     MOVE LOW-VALUES TO TD-HRS-TYPE-CODE.
044200     MOVE ZERO TO TD-START-TIME.
044300     START TIME-DETAIL-FILE KEY IS NOT LESS THAN TD-KEY.
044400     IF TD-FILE-STATUS NOT = SUCCESSFUL-STATUS
044500         GO TO GATHER-EMPLOYEE-HOURS-EXIT.
044600
044700     PERFORM SCAN-ONE-TIME-DETAIL THRU
044800             SCAN-ONE-TIME-DETAIL-EXIT
044900         UNTIL TD-SCAN-DONE.
045000 GATHER-EMPLOYEE-HOURS-EXIT.  EXIT.
045100
045200 SCAN-ONE-TIME-DETAIL.
045300     READ TIME-DETAIL-FILE NEXT
045400         AT END
045500             MOVE "Y" TO TD-SCAN-DONE-SW
045600             GO TO SCAN-ONE-TIME-DETAIL-EXIT.
045700
045800     IF TD-EMP-NUM NOT = EM-EMP-NUM OR
045900        TD-DATE-WORKED-CYMD > RPT-TO-DATE-CYMD
046000         MOVE "Y" TO TD-SCAN-DONE-SW
046100         GO TO SCAN-ONE-TIME-DETAIL-EXIT.
046200
046300     IF TD-CORRECTION-FLAG = "V" OR TD-ADJUSTED-HRS = ZERO
046400         GO TO SCAN-ONE-TIME-DETAIL-EXIT.
046500
046600     ADD 1 TO CT-TIMEDT-CLASSED.
046700     MOVE TD-ADJUSTED-HRS TO RPT-ADD-HOURS.
046800
046900     PERFORM CLASSIFY-HOURS THRU
047000             CLASSIFY-HOURS-EXIT.
047100
047200     PERFORM ADD-TO-EMP-CLASS THRU
047300             ADD-TO-EMP-CLASS-EXIT.
047400 SCAN-ONE-TIME-DETAIL-EXIT.  EXIT.
047500
047600 CLASSIFY-HOURS.
047700*    The op-code's own class, when it has one, overrides the
047800*    department's - an op-code with no entry simply takes the
047900*    department's class.  Only when neither is on the table is
048000*    the op-code listed as unclassified along with the
048100*    department.
048200     MOVE "N" TO WCC-FOUND-SW.
048300     IF TD-OP-CODE4 NOT = SPACES
048400         MOVE "O" TO RPT-LOOKUP-TYPE
048500         MOVE TD-OP-CODE4 TO RPT-LOOKUP-CODE
048600         PERFORM LOOKUP-CLASS THRU
048700                 LOOKUP-CLASS-EXIT.
048800     IF WCC-FOUND
048900         GO TO CLASSIFY-HOURS-EXIT.
049000
049100     PERFORM CLASSIFY-DEPARTMENT THRU
049200             CLASSIFY-DEPARTMENT-EXIT.
049300
049400     IF NOT WCC-FOUND AND TD-OP-CODE4 NOT = SPACES
049500         MOVE "O" TO RPT-LOOKUP-TYPE
049600         MOVE TD-OP-CODE4 TO RPT-LOOKUP-CODE
049700         PERFORM NOTE-UNCLASSIFIED THRU
049800                 NOTE-UNCLASSIFIED-EXIT.
049900 CLASSIFY-HOURS-EXIT.  EXIT.
050000
050100 CLASSIFY-DEPARTMENT.
050200     MOVE "D" TO RPT-LOOKUP-TYPE.
050300     MOVE EM-DEPARTMENT-NO TO RPT-LOOKUP-DEPT.
050400     PERFORM LOOKUP-CLASS THRU
050500             LOOKUP-CLASS-EXIT.
050600     IF NOT WCC-FOUND
050700         PERFORM NOTE-UNCLASSIFIED THRU
050800                 NOTE-UNCLASSIFIED-EXIT.
050900 CLASSIFY-DEPARTMENT-EXIT.  EXIT.
051000
051100 LOOKUP-CLASS.
051200*    The entry for the employee's own state first, then the
051300*    any-state entry.  Not found leaves the no-class answer, so
051400*    the time still reaches the report totals.
051500     MOVE "N" TO WCC-FOUND-SW.
051600     MOVE SPACES TO RPT-MAP-CLASS.
051700     MOVE ZERO TO RPT-MAP-RATE.
051800     MOVE "** NO CLASS ASSIGNED **" TO RPT-MAP-DESC.
051900
052000     MOVE PRCTL-EMPLOYER-NO TO WCC-EMPLOYER-NO.
052100     MOVE RPT-LOOKUP-TYPE TO WCC-MAP-TYPE.
052200     MOVE RPT-LOOKUP-CODE TO WCC-MAP-CODE.
052300     MOVE RPT-EMP-STATE TO WCC-STATE.
052400     READ WC-CLASS-FILE.
052500     IF WCC-FILE-STATUS NOT = SUCCESSFUL-STATUS
052600         MOVE SPACES TO WCC-STATE
052700         READ WC-CLASS-FILE.
052800     IF WCC-FILE-STATUS NOT = SUCCESSFUL-STATUS
052900         GO TO LOOKUP-CLASS-EXIT.
053000
053100     MOVE "Y" TO WCC-FOUND-SW.
053200     MOVE WCC-CLASS-CODE TO RPT-MAP-CLASS.
053300     MOVE WCC-RATE-PER-100 TO RPT-MAP-RATE.
053400     MOVE WCC-DESCRIPTION TO RPT-MAP-DESC.
053500 LOOKUP-CLASS-EXIT.  EXIT.
053600
053700 NOTE-UNCLASSIFIED.
053800     MOVE "N" TO SLOT-FOUND-SW.
053900     MOVE 1 TO UC-SUB.
054000     PERFORM SCAN-ONE-UNCLASSIFIED THRU
054100             SCAN-ONE-UNCLASSIFIED-EXIT
054200         UNTIL SLOT-FOUND OR UC-SUB > UC-ENTRIES-USED.
054300     IF SLOT-FOUND
054400         ADD RPT-ADD-HOURS TO UC-HOURS (UC-SUB)
054500         GO TO NOTE-UNCLASSIFIED-EXIT.
054600
054700     IF UC-ENTRIES-USED NOT < 100
054800         ADD 1 TO CT-TABLE-OVERFLOW
054900         GO TO NOTE-UNCLASSIFIED-EXIT.
055000
055100     ADD 1 TO UC-ENTRIES-USED.
055200     ADD 1 TO CT-UNCLASSIFIED.
055300     MOVE RPT-LOOKUP-TYPE TO UC-TYPE (UC-ENTRIES-USED).
055400     MOVE RPT-LOOKUP-CODE TO UC-CODE (UC-ENTRIES-USED).
055500     MOVE RPT-ADD-HOURS TO UC-HOURS (UC-ENTRIES-USED).
055600 NOTE-UNCLASSIFIED-EXIT.  EXIT.
055700
055800 SCAN-ONE-UNCLASSIFIED.
055900     IF UC-TYPE (UC-SUB) = RPT-LOOKUP-TYPE AND
056000        UC-CODE (UC-SUB) = RPT-LOOKUP-CODE
056100         MOVE "Y" TO SLOT-FOUND-SW
056200     ELSE
056300         ADD 1 TO UC-SUB.
056400 SCAN-ONE-UNCLASSIFIED-EXIT.  EXIT.
056500
056600 ADD-TO-EMP-CLASS.
056700     MOVE "N" TO SLOT-FOUND-SW.
056800     MOVE 1 TO EC-SUB.
056900     PERFORM SCAN-ONE-EMP-CLASS THRU
057000             SCAN-ONE-EMP-CLASS-EXIT
057100         UNTIL SLOT-FOUND OR EC-SUB > EC-ENTRIES-USED.
057200     IF NOT SLOT-FOUND
057300         IF EC-ENTRIES-USED < 25
057400             ADD 1 TO EC-ENTRIES-USED
057500             MOVE EC-ENTRIES-USED TO EC-SUB
057600             MOVE RPT-MAP-CLASS TO EC-CLASS (EC-SUB)
057700             MOVE RPT-MAP-RATE TO EC-RATE (EC-SUB)
057800             MOVE RPT-MAP-DESC TO EC-DESC (EC-SUB)
057900             MOVE ZERO TO EC-HOURS (EC-SUB)
058000             MOVE ZERO TO EC-PAYROLL (EC-SUB)
058100         ELSE
058200             ADD 1 TO CT-TABLE-OVERFLOW
058300             GO TO ADD-TO-EMP-CLASS-EXIT.
058400
058500     ADD RPT-ADD-HOURS TO EC-HOURS (EC-SUB).
058600     ADD RPT-ADD-HOURS TO RPT-EMP-HOURS.
058700 ADD-TO-EMP-CLASS-EXIT.  EXIT.
058800
058900 SCAN-ONE-EMP-CLASS.
059000     IF EC-CLASS (EC-SUB) = RPT-MAP-CLASS
059100         MOVE "Y" TO SLOT-FOUND-SW
059200     ELSE
059300         ADD 1 TO EC-SUB.
059400 SCAN-ONE-EMP-CLASS-EXIT.  EXIT.
059500
059600 GATHER-EMPLOYEE-PAY.
059700*    Closed periods first, off their PAYHIST images, then
059800*    whatever is still open on PRTIMFIL - skipping any PRTIMFIL
059900*    record whose period is already on PAYHIST, so a period
060000*    closed but not yet rebuilt is not counted twice.
060100     IF NOT PAYHIST-ON-HAND
060200         GO TO GATHER-CURRENT-PAY.
060300
060400     MOVE "N" TO PAY-SCAN-DONE-SW.
060500     MOVE PRCTL-EMPLOYER-NO TO PYH-EMPLOYER-NO.
060600     MOVE EM-EMP-NUM TO PYH-EMP-NUM.
060700     MOVE RPT-FROM-DATE-CYMD TO PYH-PERIOD-DATE-CYMD.
060800     MOVE ZERO TO PYH-RECORD-TYPE.
060900     START PAY-HISTORY-FILE
061000         KEY IS NOT LESS THAN PYH-KEY.
061100     IF PYH-FILE-STATUS NOT = SUCCESSFUL-STATUS
061200         GO TO GATHER-CURRENT-PAY.
061300
061400     PERFORM SCAN-ONE-PAY-HISTORY THRU
061500             SCAN-ONE-PAY-HISTORY-EXIT
061600         UNTIL PAY-SCAN-DONE.
061700
061800 GATHER-CURRENT-PAY.
061900     MOVE "N" TO PAY-SCAN-DONE-SW.
062000     MOVE PRCTL-EMPLOYER-NO TO TIME-EMPLOYER-NO.
062100     MOVE EM-EMP-NUM TO TIME-EMP-NUMBER.
062200     MOVE ZERO TO TIME-RECORD-TYPE.
062300     START PAY-TIME-TRX-FILE
062400         KEY IS NOT LESS THAN PAY-TIME-TRX-KEY.
062500     IF PTT-FILE-STATUS NOT = SUCCESSFUL-STATUS
062600         GO TO GATHER-EMPLOYEE-PAY-EXIT.
062700
062800     PERFORM SCAN-ONE-CURRENT-PAY THRU
062900             SCAN-ONE-CURRENT-PAY-EXIT
063000         UNTIL PAY-SCAN-DONE.
063100 GATHER-EMPLOYEE-PAY-EXIT.  EXIT.
063200
063300 SCAN-ONE-PAY-HISTORY.
063400     READ PAY-HISTORY-FILE NEXT
063500         AT END
063600             MOVE "Y" TO PAY-SCAN-DONE-SW
063700             GO TO SCAN-ONE-PAY-HISTORY-EXIT.
063800
063900     IF PYH-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO OR
064000        PYH-EMP-NUM NOT = EM-EMP-NUM OR
064100        PYH-PERIOD-DATE-CYMD > RPT-TO-DATE-CYMD
064200         MOVE "Y" TO PAY-SCAN-DONE-SW
064300         GO TO SCAN-ONE-PAY-HISTORY-EXIT.
064400
064500     MOVE PYH-TIME-IMAGE TO PAY-TIME-TRX-RECORD.
064600     MOVE PYH-PERIOD-DATE-CYMD TO RPT-PERIOD-CYMD.
064700     PERFORM ADD-PAY-RECORD THRU
064800             ADD-PAY-RECORD-EXIT.
064900 SCAN-ONE-PAY-HISTORY-EXIT.  EXIT.
065000
065100 SCAN-ONE-CURRENT-PAY.
065200     READ PAY-TIME-TRX-FILE NEXT
065300         AT END
065400             MOVE "Y" TO PAY-SCAN-DONE-SW
065500             GO TO SCAN-ONE-CURRENT-PAY-EXIT.
065600
065700     IF TIME-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO OR
065800        TIME-EMP-NUMBER NOT = EM-EMP-NUM
065900         MOVE "Y" TO PAY-SCAN-DONE-SW
066000         GO TO SCAN-ONE-CURRENT-PAY-EXIT.
066100
066200     MOVE TIME-PAY-PERIOD-DATE TO PERIOD-DATE-BREAKOUT.
066300     COMPUTE RPT-PERIOD-CCYY = 2000 + PRD-YY.
066400     MOVE PRD-MM TO RPT-PERIOD-MM.
066500     MOVE PRD-DD TO RPT-PERIOD-DD.
066600     IF RPT-PERIOD-CYMD < RPT-FROM-DATE-CYMD OR
066700        RPT-PERIOD-CYMD > RPT-TO-DATE-CYMD
066800         GO TO SCAN-ONE-CURRENT-PAY-EXIT.
066900
067000     IF PAYHIST-ON-HAND
067100         MOVE PRCTL-EMPLOYER-NO TO PYH-EMPLOYER-NO
067200         MOVE EM-EMP-NUM TO PYH-EMP-NUM
067300         MOVE RPT-PERIOD-CYMD TO PYH-PERIOD-DATE-CYMD
067400         MOVE TIME-RECORD-TYPE TO PYH-RECORD-TYPE
067500         READ PAY-HISTORY-FILE
067600         IF PYH-FILE-STATUS = SUCCESSFUL-STATUS
067700             GO TO SCAN-ONE-CURRENT-PAY-EXIT.
067800
067900     PERFORM ADD-PAY-RECORD THRU
068000             ADD-PAY-RECORD-EXIT.
068100 SCAN-ONE-CURRENT-PAY-EXIT.  EXIT.
068200
068300 ADD-PAY-RECORD.
068400*    Carriers rate payroll less the overtime premium: of
068500*    TIME-OVERTIME-PAY only the straight-time part - the
068600*    overtime pay over the multiplier it was paid at - counts.
068700     ADD 1 TO CT-PAY-RECORDS.
068800     MOVE 1.50 TO RPT-OT-MULT.
068900     IF TIME-OVERTIME-PAY NOT = ZERO AND PAYRATE-ON-HAND
069000         MOVE PRCTL-EMPLOYER-NO TO RAT-FIND-EMPLOYER-NO
069100         MOVE EM-EMP-NUM TO RAT-FIND-EMP-NUM
069200         MOVE RPT-PERIOD-CYMD TO RAT-FIND-DATE-CYMD
069300         PERFORM GET-RATE-IN-FORCE THRU
069400                 GET-RATE-IN-FORCE-EXIT
069500         IF RAT-RATE-FOUND
069600             MOVE RAT-IN-FORCE-OT-MULT TO RPT-OT-MULT.
069700
069800     COMPUTE RPT-STRAIGHT-OT ROUNDED =
069900         TIME-OVERTIME-PAY / RPT-OT-MULT.
070000     COMPUTE RPT-REC-OT-PREMIUM =
070100         TIME-OVERTIME-PAY - RPT-STRAIGHT-OT.
070200     COMPUTE RPT-REC-PAYROLL =
070300         TIME-GROSS-PAY - RPT-REC-OT-PREMIUM.
070400     ADD RPT-REC-PAYROLL TO RPT-EMP-PAYROLL.
070500     ADD RPT-REC-OT-PREMIUM TO RPT-OT-EXCLUDED.
070600 ADD-PAY-RECORD-EXIT.  EXIT.
070700
070800 DISTRIBUTE-ONE-CLASS.
070900*    Payroll shared by hours; the last class takes whatever the
071000*    rounding left, so the classes add back to the employee's
071100*    payroll to the penny.
071200     IF EC-SUB = EC-ENTRIES-USED
071300         COMPUTE EC-PAYROLL (EC-SUB) =
071400             RPT-EMP-PAYROLL - RPT-DISTRIBUTED
071500     ELSE
071600         COMPUTE EC-PAYROLL (EC-SUB) ROUNDED =
071700             RPT-EMP-PAYROLL * EC-HOURS (EC-SUB) / RPT-EMP-HOURS.
071800     ADD EC-PAYROLL (EC-SUB) TO RPT-DISTRIBUTED.
071900
072000     PERFORM POST-TO-CLASS-TABLE THRU
072100             POST-TO-CLASS-TABLE-EXIT.
072200     ADD 1 TO EC-SUB.
072300 DISTRIBUTE-ONE-CLASS-EXIT.  EXIT.
072400
072500 POST-TO-CLASS-TABLE.
072600     MOVE RPT-EMP-STATE TO RPT-CLASS-STATE.
072700     MOVE EC-CLASS (EC-SUB) TO RPT-CLASS-CODE.
072800     MOVE "N" TO SLOT-FOUND-SW.
072900     MOVE 1 TO CL-SUB.
073000     PERFORM FIND-CLASS-SLOT THRU
073100             FIND-CLASS-SLOT-EXIT
073200         UNTIL SLOT-FOUND OR CL-SUB > CL-ENTRIES-USED.
073300
073400     IF SLOT-FOUND
073500         IF CL-KEY (CL-SUB) = RPT-CLASS-KEY
073600             GO TO POST-CLASS-AMOUNTS.
073700
073800     IF CL-ENTRIES-USED NOT < 100
073900         ADD 1 TO CT-TABLE-OVERFLOW
074000         GO TO POST-TO-CLASS-TABLE-EXIT.
074100
074200*    Open a slot at CL-SUB by moving everything from there down
074300*    one place, keeping the table in state / class order.
074400     MOVE CL-ENTRIES-USED TO CL-FROM-SUB.
074500     PERFORM SHIFT-ONE-CLASS THRU
074600             SHIFT-ONE-CLASS-EXIT
074700         UNTIL CL-FROM-SUB < CL-SUB.
074800     ADD 1 TO CL-ENTRIES-USED.
074900     MOVE RPT-CLASS-KEY TO CL-KEY (CL-SUB).
075000     MOVE EC-RATE (EC-SUB) TO CL-RATE (CL-SUB).
075100     MOVE EC-DESC (EC-SUB) TO CL-DESC (CL-SUB).
075200     MOVE ZERO TO CL-HOURS (CL-SUB).
075300     MOVE ZERO TO CL-PAYROLL (CL-SUB).
075400
075500 POST-CLASS-AMOUNTS.
075600     ADD EC-HOURS (EC-SUB) TO CL-HOURS (CL-SUB).
075700     ADD EC-PAYROLL (EC-SUB) TO CL-PAYROLL (CL-SUB).
075800 POST-TO-CLASS-TABLE-EXIT.  EXIT.
075900
076000 FIND-CLASS-SLOT.
076100     IF CL-KEY (CL-SUB) NOT < RPT-CLASS-KEY
076200         MOVE "Y" TO SLOT-FOUND-SW
076300     ELSE
076400         ADD 1 TO CL-SUB.
076500 FIND-CLASS-SLOT-EXIT.  EXIT.
076600
076700 SHIFT-ONE-CLASS.
076800     COMPUTE CL-TO-SUB = CL-FROM-SUB + 1.
076900     MOVE CL-ENTRY (CL-FROM-SUB) TO CL-ENTRY (CL-TO-SUB).
077000     SUBTRACT 1 FROM CL-FROM-SUB.
077100 SHIFT-ONE-CLASS-EXIT.  EXIT.
077200
077300 PRINT-CLASS-TABLE.
077400     MOVE 1 TO CL-SUB.
077500     PERFORM PRINT-ONE-CLASS THRU
077600             PRINT-ONE-CLASS-EXIT
077700         UNTIL CL-SUB > CL-ENTRIES-USED.
077800
077900     IF NOT FIRST-RECORD
078000         PERFORM PRINT-STATE-TOTAL THRU
078100                 PRINT-STATE-TOTAL-EXIT.
078200
078300     MOVE SPACES TO WCP-REPORT-LINE.
078400     MOVE "ALL STATES TOTAL" TO WCP-RL-DESC.
078500     MOVE RPT-ALL-HOURS TO WCP-RL-HOURS.
078600     MOVE RPT-ALL-PAYROLL TO WCP-RL-PAYROLL.
078700     MOVE RPT-ALL-PREMIUM TO WCP-RL-PREMIUM.
078800     WRITE PRINT-RECORD FROM WCP-REPORT-LINE.
078900 PRINT-CLASS-TABLE-EXIT.  EXIT.
079000
079100 PRINT-ONE-CLASS.
079200     IF FIRST-RECORD
079300         MOVE "N" TO FIRST-RECORD-SW
079400         MOVE CL-STATE (CL-SUB) TO RPT-CUR-STATE
079500     ELSE
079600         IF CL-STATE (CL-SUB) NOT = RPT-CUR-STATE
079700             PERFORM PRINT-STATE-TOTAL THRU
079800                     PRINT-STATE-TOTAL-EXIT
079900             MOVE CL-STATE (CL-SUB) TO RPT-CUR-STATE.
080000
080100     COMPUTE RPT-PREMIUM ROUNDED =
080200         CL-PAYROLL (CL-SUB) * CL-RATE (CL-SUB) / 100.
080300
080400     MOVE SPACES TO WCP-REPORT-LINE.
080500     MOVE CL-STATE (CL-SUB) TO WCP-RL-STATE.
080600     IF CL-CLASS (CL-SUB) = SPACES
080700         MOVE "NONE" TO WCP-RL-CLASS
080800     ELSE
080900         MOVE CL-CLASS (CL-SUB) TO WCP-RL-CLASS.
081000     MOVE CL-DESC (CL-SUB) TO WCP-RL-DESC.
081100     MOVE CL-RATE (CL-SUB) TO WCP-RL-RATE.
081200     MOVE CL-HOURS (CL-SUB) TO WCP-RL-HOURS.
081300     MOVE CL-PAYROLL (CL-SUB) TO WCP-RL-PAYROLL.
081400     MOVE RPT-PREMIUM TO WCP-RL-PREMIUM.
081500     WRITE PRINT-RECORD FROM WCP-REPORT-LINE.
081600
081700     ADD CL-HOURS (CL-SUB) TO RPT-ST-HOURS.
081800     ADD CL-PAYROLL (CL-SUB) TO RPT-ST-PAYROLL.
081900     ADD RPT-PREMIUM TO RPT-ST-PREMIUM.
082000     ADD 1 TO CL-SUB.
082100 PRINT-ONE-CLASS-EXIT.  EXIT.
082200
082300 PRINT-STATE-TOTAL.
082400     MOVE SPACES TO WCP-REPORT-LINE.
082500     MOVE RPT-CUR-STATE TO WCP-RL-STATE.
082600     MOVE "STATE TOTAL" TO WCP-RL-DESC.
082700     MOVE RPT-ST-HOURS TO WCP-RL-HOURS.
082800     MOVE RPT-ST-PAYROLL TO WCP-RL-PAYROLL.
082900     MOVE RPT-ST-PREMIUM TO WCP-RL-PREMIUM.
083000     WRITE PRINT-RECORD FROM WCP-REPORT-LINE.
083100     MOVE SPACES TO PRINT-RECORD.
083200     WRITE PRINT-RECORD.
083300
083400     ADD RPT-ST-HOURS TO RPT-ALL-HOURS.
083500     ADD RPT-ST-PAYROLL TO RPT-ALL-PAYROLL.
083600     ADD RPT-ST-PREMIUM TO RPT-ALL-PREMIUM.
083700     MOVE ZERO TO RPT-ST-HOURS.
083800     MOVE ZERO TO RPT-ST-PAYROLL.
083900     MOVE ZERO TO RPT-ST-PREMIUM.
084000 PRINT-STATE-TOTAL-EXIT.  EXIT.
084100
084200 PRINT-UNCLASSIFIED.
084300     IF UC-ENTRIES-USED = ZERO
084400         GO TO PRINT-UNCLASSIFIED-EXIT.
084500
084600     MOVE SPACES TO PRINT-RECORD.
084700     WRITE PRINT-RECORD.
084800     MOVE "DEPARTMENTS / OP-CODES WITH NO WC CLASS" TO
084900         PRINT-RECORD.
085000     WRITE PRINT-RECORD.
085100     MOVE SPACES TO PRINT-RECORD.
085200     WRITE PRINT-RECORD.
085300
085400     MOVE 1 TO UC-SUB.
085500     PERFORM PRINT-ONE-UNCLASSIFIED THRU
085600             PRINT-ONE-UNCLASSIFIED-EXIT
085700         UNTIL UC-SUB > UC-ENTRIES-USED.
085800 PRINT-UNCLASSIFIED-EXIT.  EXIT.
085900
086000 PRINT-ONE-UNCLASSIFIED.
086100     MOVE SPACES TO UCL-REPORT-LINE.
086200     IF UC-TYPE (UC-SUB) = "D"
086300         MOVE "DEPARTMENT" TO UCL-RL-TYPE
086400     ELSE
086500         MOVE "OP-CODE" TO UCL-RL-TYPE.
086600     MOVE UC-CODE (UC-SUB) TO UCL-RL-CODE.
086700     MOVE UC-HOURS (UC-SUB) TO UCL-RL-HOURS.
086800     MOVE "NO CLASS ON WCCLASS TABLE" TO UCL-RL-MESSAGE.
086900     WRITE PRINT-RECORD FROM UCL-REPORT-LINE.
087000     ADD 1 TO UC-SUB.
087100 PRINT-ONE-UNCLASSIFIED-EXIT.  EXIT.
087200
087300     COPY DSPAYRAT.
087400
087500 END-OF-PROGRAM SECTION.
087600
087700 DONE.
087800     STOP RUN.
087900
088000 END-OF-PROGRAM-EXIT.  EXIT.
