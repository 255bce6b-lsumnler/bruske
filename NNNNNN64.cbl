000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN64.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Annual allocated-tips worksheet for a restaurant employer
000700*  (PRCTL-RESTAURANT = "Y"), the tip-income figures that go on
000800*  the employer's information return for the establishment.
000900*  Run at year end, before the NNNNNN31 W-2 extract.  Reads the
001000*  employer's TIPYTD balances for the entered year: each tipped
001100*  employee's food and beverage sales and cash and charged tips
001200*  reported.  When total tips reported fall short of the
001300*  allocation percentage (8 percent unless a lower rate has
001400*  been approved) of the establishment's gross receipts, the
001500*  shortfall is allocated by the gross receipts method: each
001600*  employee whose own reported tips are under the percentage of
001700*  the sales they served shares the establishment shortfall in
001800*  proportion to their own shortfall.  The allocation is
001900*  written to TPY-ALLOCATED-TIPS, replacing what a previous run
002000*  put there, so the worksheet can be rerun as corrections come
002100*  in; the W-2 extract reports it as allocated tips.  Gross
002200*  receipts default to the total of the employees' sales when
002300*  the operator does not enter the establishment figure.
002400*****************************************************************
002500
002600 AUTHOR. Terry Reinholt
002700
002800 ENVIRONMENT DIVISION.
002900
003000 CONFIGURATION SECTION.
003100
003200 SOURCE-COMPUTER. WANG-2200-VS.
003300 OBJECT-COMPUTER. WANG-2200-VS.
003400
003500     COPY FIGCONS.
003600
003700 INPUT-OUTPUT SECTION.
003800
003900 FILE-CONTROL.
004000
004100     COPY SLPRCNTL.
004200
004300     COPY SLTIPYTD.
004400
004500     COPY SLPRINT.
004600
004700/
004800 DATA DIVISION.
004900
005000 FILE SECTION.
005100
005200     COPY FDPRCNTL.
005300
005400     COPY FDTIPYTD.
005500
005600     COPY FDPRINT.
005700
005800/
005900 WORKING-STORAGE SECTION.
006000
006100     COPY WSPRCNTL.
006200
006300     COPY WSTIPYTD.
006400
006500     COPY WSPRINT.
006600
006700     COPY WSFILEST.
006800
006900 77  CT-EMPLOYEES-LISTED              PIC 9(7) COMP VALUE ZERO.
007000 77  CT-EMPLOYEES-ALLOCATED           PIC 9(7) COMP VALUE ZERO.
007100 77  CT-OTHER-YEAR                    PIC 9(7) COMP VALUE ZERO.
007200 77  CT-TABLE-OVERFLOW                PIC 9(7) COMP VALUE ZERO.
007300
007400 77  SCAN-DONE-SW                     PIC X(1) VALUE "N".
007500     88  SCAN-DONE                     VALUE "Y".
007600
007700 77  ATW-YEAR-YY                      PIC 9(2) VALUE ZERO.
007800 77  ATW-ALLOC-PCT                    PIC 9(2)V99 VALUE ZERO.
007900 77  ATW-GROSS-RECEIPTS               PIC 9(8)V99 VALUE ZERO.
008000 77  ATW-TOT-SALES                   PIC S9(9)V99 COMP VALUE ZERO.
008100 77  ATW-TOT-CASH-TIPS               PIC S9(9)V99 COMP VALUE ZERO.
008200 77  ATW-TOT-CHARGED-TIPS            PIC S9(9)V99 COMP VALUE ZERO.
008300 77  ATW-TOT-REPORTED                PIC S9(9)V99 COMP VALUE ZERO.
008400 77  ATW-TOT-EMP-SHORTFALL           PIC S9(9)V99 COMP VALUE ZERO.
008500 77  ATW-TOT-ALLOCATED               PIC S9(9)V99 COMP VALUE ZERO.
008600 77  ATW-PCT-OF-RECEIPTS             PIC S9(9)V99 COMP VALUE ZERO.
008700 77  ATW-EST-SHORTFALL               PIC S9(9)V99 COMP VALUE ZERO.
008800 77  ATW-EMP-SHARE                   PIC S9(7)V99 COMP VALUE ZERO.
008900
009000*    The year's tipped employees, loaded off TIPYTD in employee
009100*    order and allocated once the establishment totals are in.
009200 77  TA-ENTRIES-USED                  PIC 9(3) COMP VALUE ZERO.
009300 77  TA-SUB                           PIC 9(3) COMP VALUE ZERO.
009400
009500 01  TA-ALLOCATION-TABLE.
009600     05  TA-ENTRY OCCURS 500 TIMES.
009700         10  TA-EMP-NUM                PIC 9(4).
009800         10  TA-GROSS-SALES            PIC S9(7)V99 COMP.
009900         10  TA-CASH-TIPS              PIC S9(7)V99 COMP.
010000         10  TA-CHARGED-TIPS           PIC S9(7)V99 COMP.
010100         10  TA-SHORTFALL              PIC S9(7)V99 COMP.
010200         10  TA-ALLOCATED              PIC S9(7)V99 COMP.
010300
010400 01  ATW-HEADING-LINE.
010500     05  FILLER                       PIC X(8) VALUE "EMP".
010600     05  FILLER                       PIC X(12) VALUE
010700                                          " GROSS SALES".
010800     05  FILLER                       PIC X(12) VALUE
010900                                          "   CASH TIPS".
011000     05  FILLER                       PIC X(13) VALUE
011100                                          "     CHG TIPS".
011200     05  FILLER                       PIC X(13) VALUE
011300                                          "     REPORTED".
011400     05  FILLER                       PIC X(13) VALUE
011500                                          "    PCT SHARE".
011600     05  FILLER                       PIC X(13) VALUE
011700                                          "    SHORTFALL".
011800     05  FILLER                       PIC X(13) VALUE
011900                                          "    ALLOCATED".
012000     05  FILLER                       PIC X(35) VALUE SPACES.
012100
012200 01  CT-REPORT-LINE.
012300     05  FILLER                       PIC X(4).
012400     05  CT-RL-LABEL                   PIC X(40).
012500     05  FILLER                       PIC X(4).
012600     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
012700     05  FILLER                       PIC X(69).
012800
012900 01  ATW-REPORT-LINE.
013000     05  ATW-RL-EMP-NUM                 PIC ZZZ9.
013100     05  FILLER                       PIC X(4).
013200     05  ATW-RL-GROSS-SALES             PIC Z,ZZZ,ZZ9.99.
013300     05  FILLER                       PIC X(2).
013400     05  ATW-RL-CASH-TIPS               PIC ZZZ,ZZ9.99.
013500     05  FILLER                       PIC X(3).
013600     05  ATW-RL-CHARGED-TIPS            PIC ZZZ,ZZ9.99.
013700     05  FILLER                       PIC X(3).
013800     05  ATW-RL-REPORTED                PIC ZZZ,ZZ9.99.
013900     05  FILLER                       PIC X(3).
014000     05  ATW-RL-PCT-SHARE               PIC ZZZ,ZZ9.99.
014100     05  FILLER                       PIC X(3).
014200     05  ATW-RL-SHORTFALL               PIC ZZZ,ZZ9.99.
014300     05  FILLER                       PIC X(3).
014400     05  ATW-RL-ALLOCATED               PIC ZZZ,ZZ9.99.
014500     05  FILLER                       PIC X(35).
014600
014700/
014800 PROCEDURE DIVISION.
014900
015000 MAIN-LOGIC SECTION.
015100
015200 INITIALIZATION.
015300     OPEN INPUT PAYROLL-CONTROL-FILE.
015400     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
015500     ACCEPT PRCTL-EMPLOYER-NO.
015600     READ PAYROLL-CONTROL-FILE
015700         INVALID KEY
015800             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
015900             GO TO DONE.
016000
016100     IF PRCTL-RESTAURANT NOT = "Y"
016200         DISPLAY "EMPLOYER IS NOT SET UP AS A RESTAURANT"
016300         GO TO DONE.
016400
016500     DISPLAY "ENTER YEAR TO REPORT (YY)".
016600     ACCEPT ATW-YEAR-YY.
016700     DISPLAY "ENTER ALLOCATION PERCENT (99.99, 0 = 8.00)".
016800     ACCEPT ATW-ALLOC-PCT.
016900     IF ATW-ALLOC-PCT = ZERO
017000         MOVE 8.00 TO ATW-ALLOC-PCT.
017100     DISPLAY "ENTER FOOD AND BEVERAGE GROSS RECEIPTS".
017200     DISPLAY "(99999999.99, 0 = TOTAL OF EMPLOYEE SALES)".
017300     ACCEPT ATW-GROSS-RECEIPTS.
017400
017500     OPEN I-O TIP-YTD-FILE.
017600     IF TPY-FILE-STATUS NOT = SUCCESSFUL-STATUS
017700         DISPLAY "UNABLE TO OPEN TIPYTD FILE, STATUS = "
017800             TPY-FILE-STATUS
017900         GO TO DONE.
018000     OPEN OUTPUT PRINT-FILE.
018100
018200     PERFORM HEADING-ROUTINE THRU
018300             HEADING-ROUTINE-EXIT.
018400
018500     MOVE PRCTL-EMPLOYER-NO TO TPY-EMPLOYER-NO.
018600     MOVE ZERO TO TPY-EMP-NUM.
018700     START TIP-YTD-FILE KEY IS NOT LESS THAN TPY-KEY.
018800     IF TPY-FILE-STATUS NOT = SUCCESSFUL-STATUS
018900         MOVE "Y" TO SCAN-DONE-SW.
019000
019100     PERFORM LOAD-ONE-EMPLOYEE THRU
019200             LOAD-ONE-EMPLOYEE-EXIT
019300         UNTIL SCAN-DONE.
019400
019500     PERFORM FIGURE-SHORTFALL THRU
019600             FIGURE-SHORTFALL-EXIT.
019700
019800     MOVE 1 TO TA-SUB.
019900     PERFORM ALLOCATE-ONE-EMPLOYEE THRU
020000             ALLOCATE-ONE-EMPLOYEE-EXIT
020100         UNTIL TA-SUB > TA-ENTRIES-USED.
020200
020300     PERFORM CLOSE-DOWN THRU
020400             CLOSING-PROCEDURE-EXIT.
020500
020600     GO TO DONE.
020700
020800 HEADING-ROUTINE.
020900     MOVE SPACES TO PRINT-RECORD.
021000     MOVE "ALLOCATED TIPS WORKSHEET - GROSS RECEIPTS METHOD" TO
021100         PRINT-RECORD.
021200     WRITE PRINT-RECORD.
021300     WRITE PRINT-RECORD FROM ATW-HEADING-LINE.
021400     MOVE SPACES TO PRINT-RECORD.
021500     WRITE PRINT-RECORD.
021600 HEADING-ROUTINE-EXIT.  EXIT.
021700
021800 CLOSING-PROCEDURE SECTION.
021900
022000 CLOSE-DOWN.
022100     MOVE SPACES TO PRINT-RECORD.
022200     WRITE PRINT-RECORD.
022300     MOVE "TIPPED EMPLOYEES LISTED" TO CT-RL-LABEL.
022400     MOVE CT-EMPLOYEES-LISTED TO CT-RL-VALUE.
022500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
022600     MOVE "EMPLOYEES GIVEN AN ALLOCATION" TO CT-RL-LABEL.
022700     MOVE CT-EMPLOYEES-ALLOCATED TO CT-RL-VALUE.
022800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
022900     MOVE "TIPYTD RECORDS FOR ANOTHER YEAR" TO CT-RL-LABEL.
023000     MOVE CT-OTHER-YEAR TO CT-RL-VALUE.
023100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
023200     MOVE "EMPLOYEES OVER TABLE - NOT ALLOCATED" TO CT-RL-LABEL.
023300     MOVE CT-TABLE-OVERFLOW TO CT-RL-VALUE.
023400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
023500     MOVE SPACES TO PRINT-RECORD.
023600     WRITE PRINT-RECORD.
023700     MOVE "TOTAL EMPLOYEE SALES" TO CT-RL-LABEL.
023800     MOVE ATW-TOT-SALES TO CT-RL-VALUE.
023900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
024000     MOVE "ESTABLISHMENT GROSS RECEIPTS" TO CT-RL-LABEL.
024100     MOVE ATW-GROSS-RECEIPTS TO CT-RL-VALUE.
024200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
024300     MOVE "ALLOCATION PERCENT" TO CT-RL-LABEL.
024400     MOVE ATW-ALLOC-PCT TO CT-RL-VALUE.
024500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
024600     MOVE "PERCENT OF GROSS RECEIPTS" TO CT-RL-LABEL.
024700     MOVE ATW-PCT-OF-RECEIPTS TO CT-RL-VALUE.
024800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
024900     MOVE "TOTAL CHARGED TIPS REPORTED" TO CT-RL-LABEL.
025000     MOVE ATW-TOT-CHARGED-TIPS TO CT-RL-VALUE.
025100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
025200     MOVE "TOTAL TIPS REPORTED (CASH AND CHARGED)" TO CT-RL-LABEL.
025300     MOVE ATW-TOT-REPORTED TO CT-RL-VALUE.
025400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
025500     MOVE "ESTABLISHMENT SHORTFALL TO ALLOCATE" TO CT-RL-LABEL.
025600     MOVE ATW-EST-SHORTFALL TO CT-RL-VALUE.
025700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
025800     MOVE "TOTAL TIPS ALLOCATED" TO CT-RL-LABEL.
025900     MOVE ATW-TOT-ALLOCATED TO CT-RL-VALUE.
026000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
026100
026200     CLOSE PAYROLL-CONTROL-FILE
026300           TIP-YTD-FILE
026400           PRINT-FILE.
026500 CLOSING-PROCEDURE-EXIT.  EXIT.
026600
026700/
026800 PROCESS SECTION.
026900
027000 LOAD-ONE-EMPLOYEE.
027100     READ TIP-YTD-FILE NEXT
027200         AT END
027300             MOVE "Y" TO SCAN-DONE-SW
027400             GO TO LOAD-ONE-EMPLOYEE-EXIT.
027500
027600     IF TPY-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
027700         MOVE "Y" TO SCAN-DONE-SW
027800         GO TO LOAD-ONE-EMPLOYEE-EXIT.
027900
028000     IF TPY-YEAR-YY NOT = ATW-YEAR-YY
028100         ADD 1 TO CT-OTHER-YEAR
028200         GO TO LOAD-ONE-EMPLOYEE-EXIT.
028300
028400     IF TA-ENTRIES-USED NOT < 500
028500         DISPLAY "ALLOCATION TABLE FULL - EMPLOYEE " TPY-EMP-NUM
028600             " NOT ALLOCATED"
028700         ADD 1 TO CT-TABLE-OVERFLOW
028800         GO TO LOAD-ONE-EMPLOYEE-EXIT.
028900
029000     ADD 1 TO TA-ENTRIES-USED.
029100     MOVE TA-ENTRIES-USED TO TA-SUB.
029200     MOVE TPY-EMP-NUM TO TA-EMP-NUM (TA-SUB).
029300     MOVE TPY-YTD-GROSS-SALES TO TA-GROSS-SALES (TA-SUB).
029400     MOVE TPY-YTD-CASH-TIPS TO TA-CASH-TIPS (TA-SUB).
029500     MOVE TPY-YTD-CHARGED-TIPS TO TA-CHARGED-TIPS (TA-SUB).
029600     MOVE ZERO TO TA-ALLOCATED (TA-SUB).
029700
029800*    The employee's own shortfall: the percentage of the sales
029900*    they served, less the tips they reported, when positive.
030000     COMPUTE TA-SHORTFALL (TA-SUB) ROUNDED =
030100         TPY-YTD-GROSS-SALES * ATW-ALLOC-PCT / 100
030200         - TPY-YTD-CASH-TIPS - TPY-YTD-CHARGED-TIPS.
030300     IF TA-SHORTFALL (TA-SUB) < ZERO
030400         MOVE ZERO TO TA-SHORTFALL (TA-SUB).
030500
030600     ADD TPY-YTD-GROSS-SALES TO ATW-TOT-SALES.
030700     ADD TPY-YTD-CASH-TIPS TO ATW-TOT-CASH-TIPS.
030800     ADD TPY-YTD-CHARGED-TIPS TO ATW-TOT-CHARGED-TIPS.
030900     ADD TA-SHORTFALL (TA-SUB) TO ATW-TOT-EMP-SHORTFALL.
031000 LOAD-ONE-EMPLOYEE-EXIT.  EXIT.
031100
031200 FIGURE-SHORTFALL.
031300     IF ATW-GROSS-RECEIPTS = ZERO
031400         MOVE ATW-TOT-SALES TO ATW-GROSS-RECEIPTS.
031500     COMPUTE ATW-TOT-REPORTED =
031600         ATW-TOT-CASH-TIPS + ATW-TOT-CHARGED-TIPS.
031700     COMPUTE ATW-PCT-OF-RECEIPTS ROUNDED =
031800         ATW-GROSS-RECEIPTS * ATW-ALLOC-PCT / 100.
031900     COMPUTE ATW-EST-SHORTFALL =
032000         ATW-PCT-OF-RECEIPTS - ATW-TOT-REPORTED.
032100*    Nothing to allocate when the tips reported reach the
032200*    percentage, or when no employee is individually short.
032300     IF ATW-EST-SHORTFALL < ZERO OR
032400        ATW-TOT-EMP-SHORTFALL = ZERO
032500         MOVE ZERO TO ATW-EST-SHORTFALL.
032600 FIGURE-SHORTFALL-EXIT.  EXIT.
032700
032800 ALLOCATE-ONE-EMPLOYEE.
032900     IF ATW-EST-SHORTFALL > ZERO AND
033000        TA-SHORTFALL (TA-SUB) > ZERO
033100         COMPUTE TA-ALLOCATED (TA-SUB) ROUNDED =
033200             ATW-EST-SHORTFALL * TA-SHORTFALL (TA-SUB)
033300             / ATW-TOT-EMP-SHORTFALL
033400         ADD 1 TO CT-EMPLOYEES-ALLOCATED
033500         ADD TA-ALLOCATED (TA-SUB) TO ATW-TOT-ALLOCATED.
033600
033700*    Every employee's balance is rewritten, so a rerun that
033800*    allocates less clears what the earlier run gave.
033900     MOVE PRCTL-EMPLOYER-NO TO TPY-EMPLOYER-NO.
034000     MOVE TA-EMP-NUM (TA-SUB) TO TPY-EMP-NUM.
034100     READ TIP-YTD-FILE
034200         INVALID KEY
034300             GO TO ALLOCATE-ONE-PRINT.
034400     MOVE TA-ALLOCATED (TA-SUB) TO TPY-ALLOCATED-TIPS.
034500     REWRITE TIP-YTD-RECORD.
034600
034700 ALLOCATE-ONE-PRINT.
034800     ADD 1 TO CT-EMPLOYEES-LISTED.
034900     COMPUTE ATW-EMP-SHARE ROUNDED =
035000         TA-GROSS-SALES (TA-SUB) * ATW-ALLOC-PCT / 100.
035100     MOVE SPACES TO ATW-REPORT-LINE.
035200     MOVE TA-EMP-NUM (TA-SUB) TO ATW-RL-EMP-NUM.
035300     MOVE TA-GROSS-SALES (TA-SUB) TO ATW-RL-GROSS-SALES.
035400     MOVE TA-CASH-TIPS (TA-SUB) TO ATW-RL-CASH-TIPS.
035500     MOVE TA-CHARGED-TIPS (TA-SUB) TO ATW-RL-CHARGED-TIPS.
035600     COMPUTE ATW-RL-REPORTED =
035700         TA-CASH-TIPS (TA-SUB) + TA-CHARGED-TIPS (TA-SUB).
035800     MOVE ATW-EMP-SHARE TO ATW-RL-PCT-SHARE.
035900     MOVE TA-SHORTFALL (TA-SUB) TO ATW-RL-SHORTFALL.
036000     MOVE TA-ALLOCATED (TA-SUB) TO ATW-RL-ALLOCATED.
036100     WRITE PRINT-RECORD FROM ATW-REPORT-LINE.
036200
036300     ADD 1 TO TA-SUB.
036400 ALLOCATE-ONE-EMPLOYEE-EXIT.  EXIT.
036500
036600 END-OF-PROGRAM SECTION.
036700
036800 DONE.
036900     STOP RUN.
037000
037100 END-OF-PROGRAM-EXIT.  EXIT.
