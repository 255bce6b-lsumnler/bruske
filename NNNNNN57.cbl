000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN57.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Federal unemployment (FUTA) year-to-date wage update.  Run
000700*  once per pay period after the payroll is built: adds each
000800*  PRTIMFIL record's TIME-GROSS-PAY into FUTAYTD by employer /
000900*  employee, with the FUTA-taxable portion capped once the
001000*  employee's year-to-date gross passes PRCTL-FED-UNEMP-MAX.
001100*  The taxable wages are also added into the calendar quarter
001200*  of the pay period, for the 940 deposit schedule NNNNNN58
001300*  prints.  Year and quarter are taken from TIME-PAY-PERIOD-
001400*  DATE, and a record whose stamped year differs is started
001500*  over before the add, the way NNNNNN23 rolls SUTAQTD.  The
001600*  register shows the period's FUTA liability at
001700*  PRCTL-FED-UNEMP-PCT.  Guarded by the RUNCTL run control:
001710*  held until NNNNNN51 has calculated the period's gross, and a
001800*  second run for the same period would add the period's wages
001900*  in again and erode the wage-base cap, so it is refused short
002000*  of an operator override.
002100*****************************************************************
002200
002300 AUTHOR. Terry Reinholt
002400
002500 ENVIRONMENT DIVISION.
002600
002700 CONFIGURATION SECTION.
002800
002900 SOURCE-COMPUTER. WANG-2200-VS.
003000 OBJECT-COMPUTER. WANG-2200-VS.
003100
003200     COPY FIGCONS.
003300
003400 INPUT-OUTPUT SECTION.
003500
003600 FILE-CONTROL.
003700
003800     COPY SLPRCNTL.
003900
004000     COPY SLRUNCTL.
004100
004200     COPY SLTMETRX.
004300
004400     COPY SLFUTAYT.
004500
004600     COPY SLPRINT.
004700
004800/
004900 DATA DIVISION.
005000
005100 FILE SECTION.
005200
005300     COPY FDPRCNTL.
005400
005500     COPY FDRUNCTL.
005600
005700     COPY FDTMETRX.
005800
005900     COPY FDFUTAYT.
006000
006100     COPY FDPRINT.
006200
006300/
006400 WORKING-STORAGE SECTION.
006500
006600     COPY WSPRCNTL.
006700
006800     COPY WSRUNCTL.
006900
007000     COPY WSTMETRX.
007100
007200     COPY WSFUTAYT.
007300
007400     COPY WSPRINT.
007500
007600     COPY WSFILEST.
007700
007800 77  CT-RECORDS-READ                  PIC 9(7) COMP VALUE ZERO.
007900 77  CT-EMPLOYEES-UPDATED             PIC 9(7) COMP VALUE ZERO.
008000 77  CT-NEW-EMPLOYEES                 PIC 9(7) COMP VALUE ZERO.
008100 77  CT-AT-WAGE-BASE                  PIC 9(7) COMP VALUE ZERO.
008200 77  CT-GROSS-TOTAL                  PIC S9(8)V99 COMP VALUE ZERO.
008300 77  CT-TAXABLE-TOTAL                PIC S9(8)V99 COMP VALUE ZERO.
008400 77  CT-LIABILITY-TOTAL              PIC S9(8)V99 COMP VALUE ZERO.
008500
008600 77  NEW-EMPLOYEE-SW                  PIC X(1) VALUE "N".
008700     88  NEW-EMPLOYEE                  VALUE "Y".
008710 77  FUT-BASE-COUNTED-SW              PIC X(1) VALUE "N".
008720     88  FUT-BASE-COUNTED              VALUE "Y".
008730 77  FUT-HOLD-EMP-NUM                 PIC 9(5) VALUE 99999.
008740*        one digit wider than TIME-EMP-NUMBER, so the priming
008750*        value can never match a real employee number
008800
008900 77  FUT-RUN-QTR                      PIC 9(1) VALUE ZERO.
009000 77  FUT-RUN-YY                       PIC 9(2) VALUE ZERO.
009100 77  FUT-PERIOD-MM                    PIC 9(2) VALUE ZERO.
009200 77  FUT-QTR-INDEX                    PIC 9(1) COMP VALUE ZERO.
009300 77  FUT-ROOM-UNDER-BASE             PIC S9(7)V99 COMP VALUE ZERO.
009400 77  FUT-TAXABLE-THIS-PD             PIC S9(7)V99 COMP VALUE ZERO.
009500
009600 01  PERIOD-DATE-BREAKOUT.
009700     05  PRD-MM                       PIC 9(2).
009800     05  PRD-DD                       PIC 9(2).
009900     05  PRD-YY                       PIC 9(2).
010000
010100 01  CT-REPORT-LINE.
010200     05  FILLER                       PIC X(4).
010300     05  CT-RL-LABEL                   PIC X(40).
010400     05  FILLER                       PIC X(4).
010500     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
010600     05  FILLER                       PIC X(69).
010700
010800 01  FUT-REPORT-LINE.
010900     05  FUT-RL-EMP-NUM                 PIC ZZZ9.
011000     05  FILLER                       PIC X(3).
011100     05  FUT-RL-GROSS-PD                PIC ZZ,ZZ9.99-.
011200     05  FILLER                       PIC X(2).
011300     05  FUT-RL-TAXABLE-PD              PIC ZZ,ZZ9.99-.
011400     05  FILLER                       PIC X(2).
011500     05  FUT-RL-YR-GROSS                PIC ZZZ,ZZ9.99-.
011600     05  FILLER                       PIC X(2).
011700     05  FUT-RL-YR-TAXABLE              PIC ZZZ,ZZ9.99-.
011800     05  FILLER                       PIC X(3).
011900     05  FUT-RL-STATUS                 PIC X(14).
012000     05  FILLER                       PIC X(60).
012100
012200/
012300 PROCEDURE DIVISION.
012400
012500 MAIN-LOGIC SECTION.
012600
012700 INITIALIZATION.
012800     OPEN INPUT PAYROLL-CONTROL-FILE.
012900     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
013000     ACCEPT PRCTL-EMPLOYER-NO.
013100     READ PAYROLL-CONTROL-FILE
013200         INVALID KEY
013300             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
013400             GO TO DONE.
013500
013600     DISPLAY "ENTER PAY PERIOD DATE (MMDDYY)".
013700     ACCEPT RNC-CHECK-PERIOD-DATE.
013800     PERFORM OPEN-RUN-CONTROL THRU
013900             OPEN-RUN-CONTROL-EXIT.
014000     MOVE "NNNNNN57" TO RNC-CHECK-PGM-NAME.
014100     MOVE "NNNNNN51" TO RNC-PREREQ-PGM-NAME.
014200     PERFORM CHECK-RUN-CONTROL THRU
014300             CHECK-RUN-CONTROL-EXIT.
014400     IF RNC-RUN-REFUSED
014500         DISPLAY "RUN CANCELLED BY RUN CONTROL"
014600         GO TO DONE.
014700
014800     OPEN INPUT PAY-TIME-TRX-FILE.
014900     OPEN I-O FUTA-YTD-FILE.
015000     IF FUT-FILE-STATUS = "35"
015100         OPEN OUTPUT FUTA-YTD-FILE
015200         CLOSE FUTA-YTD-FILE
015300         OPEN I-O FUTA-YTD-FILE.
015400     OPEN OUTPUT PRINT-FILE.
015500
015600     PERFORM HEADING-ROUTINE THRU
015700             HEADING-ROUTINE-EXIT.
015800
015900     PERFORM PROCESS-INPUT THRU
016000             PROCESS-INPUT-EXIT
016100         UNTIL PTT-FILE-STATUS = AT-END.
016200
016300     PERFORM CLOSE-DOWN THRU
016400             CLOSING-PROCEDURE-EXIT.
016500
016600     GO TO DONE.
016700
016800 HEADING-ROUTINE.
016900     MOVE SPACES TO PRINT-RECORD.
017000     MOVE "FEDERAL UNEMPLOYMENT (FUTA) YTD WAGE UPDATE" TO
017100         PRINT-RECORD.
017200     WRITE PRINT-RECORD.
017300     MOVE SPACES TO PRINT-RECORD.
017400     MOVE "EMP    GROSS-PD    TAXBL-PD     YR-GROSS     YR-TAXBL"
017500         TO PRINT-RECORD.
017600     WRITE PRINT-RECORD.
017700     MOVE SPACES TO PRINT-RECORD.
017800     WRITE PRINT-RECORD.
017900 HEADING-ROUTINE-EXIT.  EXIT.
018000
018100 CLOSING-PROCEDURE SECTION.
018200
018300 CLOSE-DOWN.
018400     COMPUTE CT-LIABILITY-TOTAL ROUNDED =
018500         CT-TAXABLE-TOTAL * PRCTL-FED-UNEMP-PCT / 100.
018600
018700     MOVE SPACES TO PRINT-RECORD.
018800     WRITE PRINT-RECORD.
018900     MOVE "PRTIMFIL RECORDS READ" TO CT-RL-LABEL.
019000     MOVE CT-RECORDS-READ TO CT-RL-VALUE.
019100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
019200     MOVE "EMPLOYEES UPDATED" TO CT-RL-LABEL.
019300     MOVE CT-EMPLOYEES-UPDATED TO CT-RL-VALUE.
019400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
019500     MOVE "NEW THIS YEAR" TO CT-RL-LABEL.
019600     MOVE CT-NEW-EMPLOYEES TO CT-RL-VALUE.
019700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
019800     MOVE "EMPLOYEES AT OR OVER WAGE BASE" TO CT-RL-LABEL.
019900     MOVE CT-AT-WAGE-BASE TO CT-RL-VALUE.
020000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
020100     MOVE "GROSS WAGES THIS PERIOD" TO CT-RL-LABEL.
020200     MOVE CT-GROSS-TOTAL TO CT-RL-VALUE.
020300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
020400     MOVE "FUTA TAXABLE WAGES THIS PERIOD" TO CT-RL-LABEL.
020500     MOVE CT-TAXABLE-TOTAL TO CT-RL-VALUE.
020600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
020700     MOVE "FUTA LIABILITY THIS PERIOD" TO CT-RL-LABEL.
020800     MOVE CT-LIABILITY-TOTAL TO CT-RL-VALUE.
020900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
021000
021100     PERFORM STAMP-RUN-COMPLETE THRU
021200             STAMP-RUN-COMPLETE-EXIT.
021300
021400     CLOSE PAYROLL-CONTROL-FILE
021500           PAY-TIME-TRX-FILE
021600           FUTA-YTD-FILE
021700           PRINT-FILE
021800           RUN-CONTROL-FILE.
021900 CLOSING-PROCEDURE-EXIT.  EXIT.
022000
022100/
022200 PROCESS SECTION.
022300
022400 PROCESS-INPUT.
022500
022600     READ PAY-TIME-TRX-FILE NEXT.
022700     IF PTT-FILE-STATUS = AT-END
022800         GO TO PROCESS-INPUT-EXIT.
022900
023000*    Skip records stamped for a different employer - this run
023100*    only accumulates the employer entered at start-up.
023200     IF TIME-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
023300         GO TO PROCESS-INPUT-EXIT.
023400
023500     ADD 1 TO CT-RECORDS-READ.
023600
023700     IF TIME-GROSS-PAY = ZERO
023800         GO TO PROCESS-INPUT-EXIT.
023900
024000     PERFORM UPDATE-EMPLOYEE-YTD THRU
024100             UPDATE-EMPLOYEE-YTD-EXIT.
024200 PROCESS-INPUT-EXIT.  EXIT.
024300
024400 UPDATE-EMPLOYEE-YTD.
024410*    An employee may have more than one record; the employee
024420*    counts are taken on the first.
024430     IF TIME-EMP-NUMBER NOT = FUT-HOLD-EMP-NUM
024440         ADD 1 TO CT-EMPLOYEES-UPDATED
024450         MOVE TIME-EMP-NUMBER TO FUT-HOLD-EMP-NUM
024460         MOVE "N" TO FUT-BASE-COUNTED-SW.
024600     MOVE "N" TO NEW-EMPLOYEE-SW.
024700
024800*    Quarter and year come off the record's own pay period date
024900*    (mmddyy).
025000     MOVE TIME-PAY-PERIOD-DATE TO PERIOD-DATE-BREAKOUT.
025100     MOVE PRD-MM TO FUT-PERIOD-MM.
025200     COMPUTE FUT-RUN-QTR = (FUT-PERIOD-MM + 2) / 3.
025300     MOVE PRD-YY TO FUT-RUN-YY.
025400
025500     MOVE PRCTL-EMPLOYER-NO TO FUT-EMPLOYER-NO.
025600     MOVE TIME-EMP-NUMBER TO FUT-EMP-NUM.
025700     READ FUTA-YTD-FILE.
025800     IF FUT-FILE-STATUS = RECORD-NOT-FOUND
025900         ADD 1 TO CT-NEW-EMPLOYEES
026000         MOVE "Y" TO NEW-EMPLOYEE-SW
026100         PERFORM START-NEW-YEAR THRU
026200                 START-NEW-YEAR-EXIT
026300     ELSE
026400         IF FUT-YEAR-YY NOT = FUT-RUN-YY
026500             PERFORM START-NEW-YEAR THRU
026600                     START-NEW-YEAR-EXIT.
026700
026800*    Taxable this period is the gross, clipped to whatever room
026900*    is left under the federal wage base.
027000     SUBTRACT FUT-YR-GROSS-WAGES FROM PRCTL-FED-UNEMP-MAX
027100         GIVING FUT-ROOM-UNDER-BASE.
027200     IF FUT-ROOM-UNDER-BASE < ZERO
027300         MOVE ZERO TO FUT-ROOM-UNDER-BASE.
027400     IF TIME-GROSS-PAY > FUT-ROOM-UNDER-BASE
027500         MOVE FUT-ROOM-UNDER-BASE TO FUT-TAXABLE-THIS-PD
027600     ELSE
027700         MOVE TIME-GROSS-PAY TO FUT-TAXABLE-THIS-PD.
027800
027900     ADD TIME-GROSS-PAY TO FUT-YR-GROSS-WAGES.
028000     ADD FUT-TAXABLE-THIS-PD TO FUT-YR-TAXABLE-WAGES.
028100     MOVE FUT-RUN-QTR TO FUT-QTR-INDEX.
028200     ADD FUT-TAXABLE-THIS-PD TO
028300         FUT-QTR-TAXABLE-WAGES (FUT-QTR-INDEX).
028400
028500     ADD TIME-GROSS-PAY TO CT-GROSS-TOTAL.
028600     ADD FUT-TAXABLE-THIS-PD TO CT-TAXABLE-TOTAL.
028700
028800     PERFORM WRITE-UPDATE-LINE THRU
028900             WRITE-UPDATE-LINE-EXIT.
029000
029100     IF NEW-EMPLOYEE
029200         WRITE FUTA-YTD-RECORD
029300     ELSE
029400         REWRITE FUTA-YTD-RECORD.
029500 UPDATE-EMPLOYEE-YTD-EXIT.  EXIT.
029600
029700 START-NEW-YEAR.
029800     MOVE FUT-RUN-YY TO FUT-YEAR-YY.
029900     MOVE ZERO TO FUT-YR-GROSS-WAGES.
030000     MOVE ZERO TO FUT-YR-TAXABLE-WAGES.
030100     MOVE 1 TO FUT-QTR-INDEX.
030200     PERFORM CLEAR-ONE-QUARTER THRU
030300             CLEAR-ONE-QUARTER-EXIT
030400         UNTIL FUT-QTR-INDEX > 4.
030500 START-NEW-YEAR-EXIT.  EXIT.
030600
030700 CLEAR-ONE-QUARTER.
030800     MOVE ZERO TO FUT-QTR-TAXABLE-WAGES (FUT-QTR-INDEX).
030900     ADD 1 TO FUT-QTR-INDEX.
031000 CLEAR-ONE-QUARTER-EXIT.  EXIT.
031100
031200 WRITE-UPDATE-LINE.
031300     MOVE SPACES TO FUT-REPORT-LINE.
031400     MOVE FUT-EMP-NUM TO FUT-RL-EMP-NUM.
031500     MOVE TIME-GROSS-PAY TO FUT-RL-GROSS-PD.
031600     MOVE FUT-TAXABLE-THIS-PD TO FUT-RL-TAXABLE-PD.
031700     MOVE FUT-YR-GROSS-WAGES TO FUT-RL-YR-GROSS.
031800     MOVE FUT-YR-TAXABLE-WAGES TO FUT-RL-YR-TAXABLE.
031900     IF FUT-YR-GROSS-WAGES NOT < PRCTL-FED-UNEMP-MAX
032000         MOVE "AT WAGE BASE" TO FUT-RL-STATUS
032100     ELSE
032200         MOVE SPACES TO FUT-RL-STATUS.
032210     IF FUT-YR-GROSS-WAGES NOT < PRCTL-FED-UNEMP-MAX AND
032220        NOT FUT-BASE-COUNTED
032230         ADD 1 TO CT-AT-WAGE-BASE
032240         MOVE "Y" TO FUT-BASE-COUNTED-SW.
032400     WRITE PRINT-RECORD FROM FUT-REPORT-LINE.
032500 WRITE-UPDATE-LINE-EXIT.  EXIT.
032600
032700     COPY DSRUNCTL.
032800
032900 END-OF-PROGRAM SECTION.
033000
033100 DONE.
033200     STOP RUN.
033300
033400 END-OF-PROGRAM-EXIT.  EXIT.
