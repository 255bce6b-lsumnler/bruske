000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN53.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Pay rate history report.  Lists every PAYRATE rate change
000700*  for the entered employer, employee by employee in effective
000800*  date order, with the name from the EMPMAST master: the pay
000900*  basis, hourly rate, salary, overtime multiplier, reason, who
001000*  keyed it and when, and the percent the hourly rate moved
001100*  from the change before it.  Answers "what was this person
001200*  making on such a date, and since when" without digging
001300*  through old PRTIMFIL listings.
001400*****************************************************************
001500
001600 AUTHOR. Terry Reinholt
001700
001800 ENVIRONMENT DIVISION.
001900
002000 CONFIGURATION SECTION.
002100
002200 SOURCE-COMPUTER. WANG-2200-VS.
002300 OBJECT-COMPUTER. WANG-2200-VS.
002400
002500     COPY FIGCONS.
002600
002700 INPUT-OUTPUT SECTION.
002800
002900 FILE-CONTROL.
003000
003100     COPY SLPRCNTL.
003200
003300     COPY SLPAYRAT.
003400
003500     COPY SLEMPMST.
003600
003700     COPY SLPRINT.
003800
003900/
004000 DATA DIVISION.
004100
004200 FILE SECTION.
004300
004400     COPY FDPRCNTL.
004500
004600     COPY FDPAYRAT.
004700
004800     COPY FDEMPMST.
004900
005000     COPY FDPRINT.
005100
005200/
005300 WORKING-STORAGE SECTION.
005400
005500     COPY WSPRCNTL.
005600
005700     COPY WSPAYRAT.
005800
005900     COPY WSEMPMST.
006000
006100     COPY WSPRINT.
006200
006300     COPY WSFILEST.
006400
006500 77  CT-EMPLOYEES-LISTED              PIC 9(7) COMP VALUE ZERO.
006600 77  CT-RATE-CHANGES-LISTED           PIC 9(7) COMP VALUE ZERO.
006700 77  CT-NOT-ON-EMPMAST                PIC 9(7) COMP VALUE ZERO.
006800
006900 77  SCAN-DONE-SW                     PIC X(1) VALUE "N".
007000     88  SCAN-DONE                     VALUE "Y".
007100 77  EMPMAST-ON-HAND-SW               PIC X(1) VALUE "N".
007200     88  EMPMAST-ON-HAND               VALUE "Y".
007300
007400 77  RTH-HOLD-EMP-NUM                 PIC 9(5) VALUE 99999.
007500*        one digit wider than RAT-EMP-NUM, so the priming
007600*        value can never match a real employee number
007700 77  RTH-PRIOR-RATE                PIC S9(3)V999 COMP VALUE ZERO.
007800 77  RTH-PCT-CHANGE                PIC S9(3)V99 COMP VALUE ZERO.
007900
008000 01  CT-REPORT-LINE.
008100     05  FILLER                       PIC X(4).
008200     05  CT-RL-LABEL                   PIC X(40).
008300     05  FILLER                       PIC X(4).
008400     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
008500     05  FILLER                       PIC X(71).
008600
008700 01  RTH-REPORT-LINE.
008800     05  RTH-RL-EMP-NUM                 PIC ZZZ9.
008900     05  FILLER                       PIC X(2).
009000     05  RTH-RL-EMP-NAME                PIC X(22).
009100     05  FILLER                       PIC X(2).
009200     05  RTH-RL-EFF-DATE                PIC 9(8).
009300     05  FILLER                       PIC X(2).
009400     05  RTH-RL-BASIS                   PIC X(1).
009500     05  FILLER                       PIC X(2).
009600     05  RTH-RL-RATE                    PIC ZZ9.999.
009700     05  FILLER                       PIC X(2).
009800     05  RTH-RL-SALARY                  PIC ZZ,ZZ9.99.
009900     05  FILLER                       PIC X(2).
010000     05  RTH-RL-OT-MULT                 PIC 9.99.
010100     05  FILLER                       PIC X(2).
010200     05  RTH-RL-PCT-CHANGE              PIC ZZ9.99-.
010300     05  FILLER                       PIC X(2).
010400     05  RTH-RL-REASON                  PIC X(20).
010500     05  FILLER                       PIC X(2).
010600     05  RTH-RL-ENTERED-DATE            PIC 9(6).
010700     05  FILLER                       PIC X(1).
010800     05  RTH-RL-USER-ID                 PIC X(3).
010900     05  FILLER                       PIC X(21).
011000
011100/
011200 PROCEDURE DIVISION.
011300
011400 MAIN-LOGIC SECTION.
011500
011600 INITIALIZATION.
011700     OPEN INPUT PAYROLL-CONTROL-FILE.
011800     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
011900     ACCEPT PRCTL-EMPLOYER-NO.
012000     READ PAYROLL-CONTROL-FILE
012100         INVALID KEY
012200             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
012300             GO TO DONE.
012400
012500     OPEN INPUT PAY-RATE-FILE.
012600     IF RAT-FILE-STATUS NOT = SUCCESSFUL-STATUS
012700         DISPLAY "UNABLE TO OPEN PAYRATE FILE, STATUS = "
012800             RAT-FILE-STATUS
012900         GO TO DONE.
013000     OPEN INPUT EMPLOYEE-MASTER-FILE.
013100     IF EM-FILE-STATUS = SUCCESSFUL-STATUS
013200         MOVE "Y" TO EMPMAST-ON-HAND-SW.
013300     OPEN OUTPUT PRINT-FILE.
013400
013500     PERFORM HEADING-ROUTINE THRU
013600             HEADING-ROUTINE-EXIT.
013700
013800     MOVE PRCTL-EMPLOYER-NO TO RAT-EMPLOYER-NO.
013900     MOVE ZERO TO RAT-EMP-NUM.
014000     MOVE ZERO TO RAT-EFF-DATE-CYMD.
014100     START PAY-RATE-FILE KEY IS NOT LESS THAN RAT-KEY.
014200     IF RAT-FILE-STATUS NOT = SUCCESSFUL-STATUS
014300         MOVE "Y" TO SCAN-DONE-SW.
014400
014500     PERFORM LIST-ONE-RATE THRU
014600             LIST-ONE-RATE-EXIT
014700         UNTIL SCAN-DONE.
014800
014900     PERFORM CLOSE-DOWN THRU
015000             CLOSING-PROCEDURE-EXIT.
015100
015200     GO TO DONE.
015300
015400 HEADING-ROUTINE.
015500     MOVE SPACES TO PRINT-RECORD.
015600     MOVE "PAY RATE HISTORY" TO PRINT-RECORD.
015700     WRITE PRINT-RECORD.
015800     MOVE SPACES TO PRINT-RECORD.
015900     MOVE "EMP   NAME                    EFFECTIVE B     RATE" TO
016000         PRINT-RECORD.
016100     WRITE PRINT-RECORD.
016200     MOVE SPACES TO PRINT-RECORD.
016300     WRITE PRINT-RECORD.
016400 HEADING-ROUTINE-EXIT.  EXIT.
016500
016600 CLOSING-PROCEDURE SECTION.
016700
016800 CLOSE-DOWN.
016900     MOVE SPACES TO PRINT-RECORD.
017000     WRITE PRINT-RECORD.
017100     MOVE "EMPLOYEES LISTED" TO CT-RL-LABEL.
017200     MOVE CT-EMPLOYEES-LISTED TO CT-RL-VALUE.
017300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
017400     MOVE "RATE CHANGES LISTED" TO CT-RL-LABEL.
017500     MOVE CT-RATE-CHANGES-LISTED TO CT-RL-VALUE.
017600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
017700     MOVE "EMPLOYEES NOT ON EMPMAST" TO CT-RL-LABEL.
017800     MOVE CT-NOT-ON-EMPMAST TO CT-RL-VALUE.
017900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
018000
018100     IF EMPMAST-ON-HAND
018200         CLOSE EMPLOYEE-MASTER-FILE.
018300     CLOSE PAYROLL-CONTROL-FILE
018400           PAY-RATE-FILE
018500           PRINT-FILE.
018600 CLOSING-PROCEDURE-EXIT.  EXIT.
018700
018800/
018900 PROCESS SECTION.
019000
019100 LIST-ONE-RATE.
019200     READ PAY-RATE-FILE NEXT
019300         AT END
019400             MOVE "Y" TO SCAN-DONE-SW
019500             GO TO LIST-ONE-RATE-EXIT.
019600
019700*    The file is keyed employer-number-first, so running past
019800*    the entered employer's records means there are none left.
019900     IF RAT-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
020000         MOVE "Y" TO SCAN-DONE-SW
020100         GO TO LIST-ONE-RATE-EXIT.
020200
020300     MOVE SPACES TO RTH-REPORT-LINE.
020400     IF RAT-EMP-NUM NOT = RTH-HOLD-EMP-NUM
020500         PERFORM START-NEW-EMPLOYEE THRU
020600                 START-NEW-EMPLOYEE-EXIT.
020700
020800*    The percent is measured on the hourly rate, which a
020900*    salaried employee carries as the salary's hourly
021000*    equivalent, so it means the same thing for both bases.
021100     IF RTH-PRIOR-RATE NOT = ZERO
021200         COMPUTE RTH-PCT-CHANGE ROUNDED =
021300             (RAT-HOURLY-RATE - RTH-PRIOR-RATE) * 100
021400             / RTH-PRIOR-RATE
021500         MOVE RTH-PCT-CHANGE TO RTH-RL-PCT-CHANGE.
021600     MOVE RAT-HOURLY-RATE TO RTH-PRIOR-RATE.
021700
021800     MOVE RAT-EFF-DATE-CYMD TO RTH-RL-EFF-DATE.
021900     MOVE RAT-PAY-BASIS TO RTH-RL-BASIS.
022000     MOVE RAT-HOURLY-RATE TO RTH-RL-RATE.
022100     MOVE RAT-SALARY TO RTH-RL-SALARY.
022200     MOVE RAT-OT-MULTIPLIER TO RTH-RL-OT-MULT.
022300     IF RAT-OT-MULTIPLIER = ZERO
022400         MOVE 1.50 TO RTH-RL-OT-MULT.
022500     MOVE RAT-CHANGE-REASON TO RTH-RL-REASON.
022600     MOVE RAT-ENTERED-DATE TO RTH-RL-ENTERED-DATE.
022700     MOVE RAT-USER-ID TO RTH-RL-USER-ID.
022800     WRITE PRINT-RECORD FROM RTH-REPORT-LINE.
022900     ADD 1 TO CT-RATE-CHANGES-LISTED.
023000 LIST-ONE-RATE-EXIT.  EXIT.
023100
023200 START-NEW-EMPLOYEE.
023300*    First rate for an employee: a blank line ahead of it, the
023400*    number and name on its line, and no prior rate to measure
023500*    a change against.
023600     MOVE RAT-EMP-NUM TO RTH-HOLD-EMP-NUM.
023700     MOVE ZERO TO RTH-PRIOR-RATE.
023800     ADD 1 TO CT-EMPLOYEES-LISTED.
023900     IF CT-EMPLOYEES-LISTED > 1
024000         MOVE SPACES TO PRINT-RECORD
024100         WRITE PRINT-RECORD.
024200
024300     MOVE RAT-EMP-NUM TO RTH-RL-EMP-NUM.
024400     IF NOT EMPMAST-ON-HAND
024500         GO TO START-NEW-EMPLOYEE-EXIT.
024600     MOVE RAT-EMPLOYER-NO TO EM-EMPLOYER-NO.
024700     MOVE RAT-EMP-NUM TO EM-EMP-NUM.
024800     READ EMPLOYEE-MASTER-FILE
024900         INVALID KEY
025000             MOVE "** NOT ON EMPMAST **" TO RTH-RL-EMP-NAME
025100             ADD 1 TO CT-NOT-ON-EMPMAST
025200             GO TO START-NEW-EMPLOYEE-EXIT.
025300     MOVE EM-EMP-NAME TO RTH-RL-EMP-NAME.
025400 START-NEW-EMPLOYEE-EXIT.  EXIT.
025500
025600 END-OF-PROGRAM SECTION.
025700
025800 DONE.
025900     STOP RUN.
026000
026100 END-OF-PROGRAM-EXIT.  EXIT.
