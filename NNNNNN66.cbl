000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN66.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Piece-rate minimum wage and regular rate check.  Run once a
000700*  pay period for the incentive operators, after NNNNNN19 has
000800*  split the hours into regular and overtime on PRTIMFIL and
000900*  before NNNNNN51 calculates the pay.  The operator enters the
001000*  begin date of the period's first work week and the end date
001100*  of its last; TIMEDT is rolled up by employee and by work week
001200*  - seven-day weeks counted from the begin date, up to five of
001300*  them (a semi-monthly or monthly period's last week may be
001400*  short, and is tested as it stands).  For each week: incentive
001500*  hours worked (TD-TYPE "I" TD-ADJUSTED-HRS), incentive hours
001600*  earned (TD-ADJ-EARNED-HRS, pieces made at the standard), the
001700*  hourly time, and the overtime hours the employer's PRCNTL
001800*  overtime rule gives the week, figured as NNNNNN19 figures
001900*  them.  Holiday hours are paid but not worked, so they are left
002000*  out of both tests.
002100*  NNNNNN51 pays every hour on the record at the hourly rate, so
002200*  the difference between the earned hours and the hours worked,
002300*  priced at that rate, goes on PRTIMFIL as an incentive earning
002400*  (code IP) - a short period of piecework carries a negative
002500*  amount.  Each week's straight-time earnings (incentive plus
002600*  hourly) are then tested against the operator-entered minimum
002700*  wage times that week's hours worked; any shortfall goes on as
002800*  a make-up earning, code MU.  Each week's regular rate is its
002900*  straight-time earnings, make-up included, divided by its hours
003000*  worked; the half-time owed at that rate on the week's overtime
003100*  hours, less the overtime premium NNNNNN51 will already pay at
003200*  the hourly rate, goes on as code RR.  The weeks' amounts are
003300*  summed onto the record.  Salaried employees are not tested.
003400*  Entries this run made earlier are cleared first, so a rerun
003500*  comes out the same.  The register lists every week given
003600*  make-up pay or a regular rate adjustment, and every incentive
003700*  operator who could not be applied.
003800*  TIMEDT carries no employer number, so like NNNNNN19 this is
003900*  run once per employer against that employer's TIMEDT library.
004000*  Guarded by the RUNCTL run control: held until NNNNNN47 has
004100*  completed for the pay period, and refused, short of an
004200*  operator override, once NNNNNN51 has calculated the period.
004300*****************************************************************
004400
004500 AUTHOR. Terry Reinholt
004600
004700 ENVIRONMENT DIVISION.
004800
004900 CONFIGURATION SECTION.
005000
005100 SOURCE-COMPUTER. WANG-2200-VS.
005200 OBJECT-COMPUTER. WANG-2200-VS.
005300
005400     COPY FIGCONS.
005500
005600 INPUT-OUTPUT SECTION.
005700
005800 FILE-CONTROL.
005900
006000     COPY SLPRCNTL.
006100
006200     COPY SLRUNCTL.
006300
006400     COPY SLTIMEDT.
006500
006600     COPY SLTMETRX.
006700
006800     COPY SLPAYRAT.
006900
007000     COPY SLPRINT.
007100
007200/
007300 DATA DIVISION.
007400
007500 FILE SECTION.
007600
007700     COPY FDPRCNTL.
007800
007900     COPY FDRUNCTL.
008000
008100     COPY FDTIMEDT.
008200
008300     COPY FDTMETRX.
008400
008500     COPY FDPAYRAT.
008600
008700     COPY FDPRINT.
008800
008900/
009000 WORKING-STORAGE SECTION.
009100
009200     COPY WSPRCNTL.
009300
009400     COPY WSRUNCTL.
009500
009600     COPY WSTIMEDT.
009700
009800     COPY WSTMETRX.
009900
010000     COPY WSPAYRAT.
010100
010200     COPY WSPRINT.
010300
010400     COPY WSFILEST.
010500
010600 77  CT-TIMEDT-IN-PERIOD              PIC 9(7) COMP VALUE ZERO.
010700 77  CT-INCENTIVE-EMPLOYEES           PIC 9(7) COMP VALUE ZERO.
010800 77  CT-EMPLOYEES-APPLIED             PIC 9(7) COMP VALUE ZERO.
010900 77  CT-EMPLOYEES-REJECTED            PIC 9(7) COMP VALUE ZERO.
011000 77  CT-SALARIED-SKIPPED              PIC 9(7) COMP VALUE ZERO.
011100 77  CT-MAKEUP-EMPLOYEES              PIC 9(7) COMP VALUE ZERO.
011200 77  CT-REG-RATE-EMPLOYEES            PIC 9(7) COMP VALUE ZERO.
011300 77  CT-PREMIUM-TOTAL                PIC S9(8)V99 COMP VALUE ZERO.
011400 77  CT-MAKEUP-TOTAL                 PIC S9(8)V99 COMP VALUE ZERO.
011500 77  CT-REG-RATE-TOTAL               PIC S9(8)V99 COMP VALUE ZERO.
011600
011700 77  WEEKLY-OT-BASE-HRS               PIC 9(3) COMP VALUE 40.
011800 77  DAILY-OT-BASE-HRS                PIC 9(2) COMP VALUE 8.
011900 77  MAXIMUM-WEEKS                    PIC 9(1) COMP VALUE 5.
012000
012100 77  PAYRATE-ON-HAND-SW               PIC X(1) VALUE "N".
012200     88  PAYRATE-ON-HAND               VALUE "Y".
012300 77  FIRST-RECORD-SW                  PIC X(1) VALUE "Y".
012400     88  FIRST-RECORD                  VALUE "Y".
012500 77  PCW-SLOT-FOUND-SW                PIC X(1) VALUE "N".
012600     88  PCW-SLOT-FOUND                VALUE "Y".
012700 77  PCW-NO-SLOT-SW                   PIC X(1) VALUE "N".
012800     88  PCW-NO-SLOT                   VALUE "Y".
012900 77  PCW-SALARIED-SW                  PIC X(1) VALUE "N".
013000     88  PCW-SALARIED                  VALUE "Y".
013100
013200 77  PCW-PERIOD-BEG-CYMD              PIC 9(8) VALUE ZERO.
013300 77  PCW-PERIOD-END-CYMD              PIC 9(8) VALUE ZERO.
013400 77  PCW-PERIOD-BEG-DAYS              PIC S9(7) COMP VALUE ZERO.
013500 77  PCW-PERIOD-DAYS                  PIC S9(7) COMP VALUE ZERO.
013600 77  PCW-WEEKS-IN-PERIOD              PIC 9(2) COMP VALUE ZERO.
013700 77  PCW-MINIMUM-WAGE                 PIC 9(2)V99 VALUE ZERO.
013800 77  PCW-CUR-EMP-NUM                  PIC 9(4) VALUE ZERO.
013900 77  PCW-CUR-DATE-CYMD                PIC 9(8) VALUE ZERO.
014000 77  PCW-CUR-DAY-WEEK                 PIC 9(2) COMP VALUE ZERO.
014100 77  PCW-DAY-HRS                     PIC S9(3)V99 COMP VALUE ZERO.
014200 77  PCW-DAY-OVER-HRS                PIC S9(3)V99 COMP VALUE ZERO.
014300 77  PCW-OT-BASE-HRS                 PIC S9(3)V99 COMP VALUE ZERO.
014400 77  PCW-WEEK-SUB                     PIC 9(2) COMP VALUE ZERO.
014500
014600 77  PCW-INCENT-HRS                  PIC S9(3)V99 COMP VALUE ZERO.
014700 77  PCW-EARNED-HRS                  PIC S9(3)V99 COMP VALUE ZERO.
014800 77  PCW-HOURLY-HRS                  PIC S9(3)V99 COMP VALUE ZERO.
014900 77  PCW-HOURS-WORKED                PIC S9(3)V99 COMP VALUE ZERO.
015000 77  PCW-OT-HOURS                    PIC S9(3)V99 COMP VALUE ZERO.
015100 77  PCW-HOURLY-RATE                 PIC S9(3)V999 COMP
015200                                     VALUE ZERO.
015300 77  PCW-OT-MULTIPLIER                PIC 9(1)V99 VALUE 1.50.
015400 77  PCW-INCENT-PAY                  PIC S9(5)V99 COMP VALUE ZERO.
015500 77  PCW-STRAIGHT-PAY                PIC S9(5)V99 COMP VALUE ZERO.
015600 77  PCW-PREMIUM-PAY                 PIC S9(5)V99 COMP VALUE ZERO.
015700 77  PCW-REQUIRED-PAY                PIC S9(5)V99 COMP VALUE ZERO.
015800 77  PCW-MAKEUP-PAY                  PIC S9(5)V99 COMP VALUE ZERO.
015900 77  PCW-REG-RATE-PAY                PIC S9(5)V99 COMP VALUE ZERO.
016000 77  PCW-WEEK-INCENT-PAY             PIC S9(5)V99 COMP VALUE ZERO.
016100 77  PCW-SLOT-SUB                     PIC 9(2) COMP VALUE ZERO.
016200 77  PCW-POST-CODE                    PIC X(2) VALUE SPACES.
016300 77  PCW-POST-DESC                    PIC X(7) VALUE SPACES.
016400 77  PCW-POST-REMAINING              PIC S9(5)V99 COMP VALUE ZERO.
016500 77  PCW-POST-CHUNK                  PIC S9(3)V99 COMP VALUE ZERO.
016600 77  PCW-MESSAGE-HOLD                 PIC X(26) VALUE SPACES.
016700
016800*    One employee's time, by work week of the pay period.  The
016900*    hours are rolled up as TIMEDT is read; the pay fields are
017000*    figured at the employee break.
017100 01  PCW-WEEK-TABLE.
017200     05  PCW-WEEK-ENTRY OCCURS 5 TIMES.
017300         10  PCW-WK-INCENT-HRS       PIC S9(3)V99 COMP.
017400         10  PCW-WK-EARNED-HRS       PIC S9(3)V99 COMP.
017500         10  PCW-WK-HOURLY-HRS       PIC S9(3)V99 COMP.
017600         10  PCW-WK-HOLIDAY-HRS      PIC S9(3)V99 COMP.
017700         10  PCW-WK-DAILY-OT-HRS     PIC S9(3)V99 COMP.
017800         10  PCW-WK-HOURS-WORKED     PIC S9(3)V99 COMP.
017900         10  PCW-WK-OT-HRS           PIC S9(3)V99 COMP.
018000         10  PCW-WK-STRAIGHT-PAY     PIC S9(5)V99 COMP.
018100         10  PCW-WK-MAKEUP-PAY       PIC S9(5)V99 COMP.
018200         10  PCW-WK-REGULAR-RATE     PIC S9(3)V999 COMP.
018300         10  PCW-WK-REG-RATE-PAY     PIC S9(5)V99 COMP.
018400
018500*    Date arithmetic.  PCW-DW-DAYS is a running day number - the
018600*    days since the start of year 1, leap years every fourth -
018700*    good for differences.
018800 01  PCW-DW-CYMD                      PIC 9(8) VALUE ZERO.
018900 01  FILLER REDEFINES PCW-DW-CYMD.
019000     05  PCW-DW-CCYY                  PIC 9(4).
019100     05  PCW-DW-MM                    PIC 9(2).
019200     05  PCW-DW-DD                    PIC 9(2).
019300
019400 77  PCW-DW-DAYS                      PIC S9(7) COMP VALUE ZERO.
019500 77  PCW-DW-YEARS                     PIC 9(4) COMP VALUE ZERO.
019600 77  PCW-LEAP-QUOT                    PIC 9(4) COMP VALUE ZERO.
019700 77  PCW-LEAP-REM                     PIC 9(4) COMP VALUE ZERO.
019800
019900 01  PCW-MONTH-CUM-VALUES             PIC X(36) VALUE
020000         "000031059090120151181212243273304334".
020100 01  FILLER REDEFINES PCW-MONTH-CUM-VALUES.
020200     05  PCW-MONTH-CUM                PIC 9(3) OCCURS 12 TIMES.
020300
020400 01  CT-REPORT-LINE.
020500     05  FILLER                       PIC X(4).
020600     05  CT-RL-LABEL                   PIC X(40).
020700     05  FILLER                       PIC X(4).
020800     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
020900     05  FILLER                       PIC X(69).
021000
021100 01  PCW-HEADING-LINE.
021200     05  FILLER                       PIC X(9) VALUE "EMP  WK".
021300     05  FILLER                       PIC X(9) VALUE " HOURS".
021400     05  FILLER                       PIC X(9) VALUE "INC HRS".
021500     05  FILLER                       PIC X(9) VALUE "ERN HRS".
021600     05  FILLER                       PIC X(10) VALUE "   RATE".
021700     05  FILLER                       PIC X(12) VALUE
021800                                          " STRAIGHT".
021900     05  FILLER                       PIC X(11) VALUE "  MAKEUP".
022000     05  FILLER                       PIC X(10) VALUE "REG RATE".
022100     05  FILLER                       PIC X(9) VALUE " OT HRS".
022200     05  FILLER                       PIC X(11) VALUE "  OT ADJ".
022300     05  FILLER                       PIC X(33) VALUE "STATUS".
022400
022500 01  PCW-REPORT-LINE.
022600     05  PCW-RL-EMP-NUM                 PIC ZZZ9.
022700     05  FILLER                       PIC X(2).
022800     05  PCW-RL-WEEK                    PIC Z.
022900     05  FILLER                       PIC X(2).
023000     05  PCW-RL-HOURS                   PIC ZZ9.99.
023100     05  FILLER                       PIC X(3).
023200     05  PCW-RL-INCENT-HRS              PIC ZZ9.99.
023300     05  FILLER                       PIC X(3).
023400     05  PCW-RL-EARNED-HRS              PIC ZZ9.99.
023500     05  FILLER                       PIC X(3).
023600     05  PCW-RL-RATE                    PIC ZZ9.999.
023700     05  FILLER                       PIC X(3).
023800     05  PCW-RL-STRAIGHT-PAY            PIC ZZ,ZZ9.99.
023900     05  FILLER                       PIC X(3).
024000     05  PCW-RL-MAKEUP                  PIC Z,ZZ9.99.
024100     05  FILLER                       PIC X(3).
024200     05  PCW-RL-REG-RATE                PIC ZZ9.999.
024300     05  FILLER                       PIC X(3).
024400     05  PCW-RL-OT-HRS                  PIC ZZ9.99.
024500     05  FILLER                       PIC X(3).
024600     05  PCW-RL-REG-RATE-PAY            PIC Z,ZZ9.99.
024700     05  FILLER                       PIC X(3).
024800     05  PCW-RL-MESSAGE                 PIC X(26).
024900     05  FILLER                       PIC X(7).
025000
025100/
025200 PROCEDURE DIVISION.
025300
025400 MAIN-LOGIC SECTION.
025500
025600 INITIALIZATION.
025700     OPEN INPUT PAYROLL-CONTROL-FILE.
025800     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
025900     ACCEPT PRCTL-EMPLOYER-NO.
026000     READ PAYROLL-CONTROL-FILE
026100         INVALID KEY
026200             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
026300             GO TO DONE.
026400
026500     DISPLAY "ENTER FIRST WORK WEEK BEGIN DATE (CYYMMDD)".
026600     ACCEPT PCW-PERIOD-BEG-CYMD.
026700     DISPLAY "ENTER LAST WORK WEEK END DATE (CYYMMDD)".
026800     ACCEPT PCW-PERIOD-END-CYMD.
026900     IF PCW-PERIOD-END-CYMD < PCW-PERIOD-BEG-CYMD
027000         DISPLAY "WORK WEEK END DATE IS BEFORE THE BEGIN DATE"
027100         GO TO DONE.
027200
027300     MOVE PCW-PERIOD-BEG-CYMD TO PCW-DW-CYMD.
027400     IF PCW-DW-MM < 1 OR PCW-DW-MM > 12
027500         DISPLAY "WORK WEEK BEGIN DATE IS NOT A VALID DATE"
027600         GO TO DONE.
027700     PERFORM DATE-TO-DAYS THRU
027800             DATE-TO-DAYS-EXIT.
027900     MOVE PCW-DW-DAYS TO PCW-PERIOD-BEG-DAYS.
028000     MOVE PCW-PERIOD-END-CYMD TO PCW-DW-CYMD.
028100     IF PCW-DW-MM < 1 OR PCW-DW-MM > 12
028200         DISPLAY "WORK WEEK END DATE IS NOT A VALID DATE"
028300         GO TO DONE.
028400     PERFORM DATE-TO-DAYS THRU
028500             DATE-TO-DAYS-EXIT.
028600     COMPUTE PCW-PERIOD-DAYS =
028700         PCW-DW-DAYS - PCW-PERIOD-BEG-DAYS + 1.
028800     DIVIDE PCW-PERIOD-DAYS BY 7 GIVING PCW-WEEKS-IN-PERIOD.
028900     IF PCW-WEEKS-IN-PERIOD * 7 < PCW-PERIOD-DAYS
029000         ADD 1 TO PCW-WEEKS-IN-PERIOD.
029100     IF PCW-WEEKS-IN-PERIOD > MAXIMUM-WEEKS
029200         DISPLAY "PAY PERIOD IS LONGER THAN FIVE WORK WEEKS"
029300         GO TO DONE.
029400
029500     DISPLAY "ENTER PAY PERIOD DATE (MMDDYY)".
029600     ACCEPT RNC-CHECK-PERIOD-DATE.
029700     PERFORM OPEN-RUN-CONTROL THRU
029800             OPEN-RUN-CONTROL-EXIT.
029900     MOVE "NNNNNN66" TO RNC-CHECK-PGM-NAME.
030000     MOVE "NNNNNN47" TO RNC-PREREQ-PGM-NAME.
030100     PERFORM CHECK-RUN-CONTROL THRU
030200             CHECK-RUN-CONTROL-EXIT.
030300     IF RNC-RUN-REFUSED
030400         DISPLAY "RUN CANCELLED BY RUN CONTROL"
030500         GO TO DONE.
030600
030700*    The amounts posted here are paid by NNNNNN51, so once it has
030800*    calculated the period they would sit on PRTIMFIL unpaid.
030900     MOVE PRCTL-EMPLOYER-NO TO RNC-EMPLOYER-NO.
031000     MOVE "NNNNNN51" TO RNC-PROGRAM-ID.
031100     READ RUN-CONTROL-FILE.
031200     IF RNC-FILE-STATUS = SUCCESSFUL-STATUS AND
031300        RNC-PAY-PERIOD-DATE = RNC-CHECK-PERIOD-DATE AND
031400        RNC-RUN-COMPLETE
031500         DISPLAY "NNNNNN51 HAS ALREADY CALCULATED PERIOD "
031600                 RNC-CHECK-PERIOD-DATE
031700         DISPLAY "NNNNNN51 MUST BE RERUN IF THIS RUN GOES AHEAD"
031800         PERFORM PROMPT-RUN-OVERRIDE THRU
031900                 PROMPT-RUN-OVERRIDE-EXIT
032000         IF RNC-RUN-REFUSED
032100             DISPLAY "RUN CANCELLED BY RUN CONTROL"
032200             GO TO DONE.
032300
032400     DISPLAY "ENTER MINIMUM WAGE (99.99, 0 = NO MAKE-UP TEST)".
032500     ACCEPT PCW-MINIMUM-WAGE.
032600
032700     OPEN INPUT TIME-DETAIL-FILE.
032800     OPEN I-O PAY-TIME-TRX-FILE.
032900     OPEN INPUT PAY-RATE-FILE.
033000     IF RAT-FILE-STATUS = SUCCESSFUL-STATUS
033100         MOVE "Y" TO PAYRATE-ON-HAND-SW.
033200     OPEN OUTPUT PRINT-FILE.
033300
033400     PERFORM HEADING-ROUTINE THRU
033500             HEADING-ROUTINE-EXIT.
033600
033700     PERFORM EMPLOYEE-RESET THRU
033800             EMPLOYEE-RESET-EXIT.
033900     PERFORM PROCESS-INPUT THRU
034000             PROCESS-INPUT-EXIT
034100         UNTIL TD-FILE-STATUS = AT-END.
034200     IF NOT FIRST-RECORD
034300         PERFORM EMPLOYEE-BREAK THRU
034400                 EMPLOYEE-BREAK-EXIT.
034500
034600     PERFORM CLOSE-DOWN THRU
034700             CLOSING-PROCEDURE-EXIT.
034800
034900     GO TO DONE.
035000
035100 HEADING-ROUTINE.
035200     MOVE SPACES TO PRINT-RECORD.
035300     MOVE "PIECE-RATE MINIMUM WAGE AND REGULAR RATE REGISTER" TO
035400         PRINT-RECORD.
035500     WRITE PRINT-RECORD.
035600     WRITE PRINT-RECORD FROM PCW-HEADING-LINE.
035700     MOVE SPACES TO PRINT-RECORD.
035800     WRITE PRINT-RECORD.
035900 HEADING-ROUTINE-EXIT.  EXIT.
036000
036100 CLOSING-PROCEDURE SECTION.
036200
036300 CLOSE-DOWN.
036400     MOVE SPACES TO PRINT-RECORD.
036500     WRITE PRINT-RECORD.
036600     MOVE "TIMEDT RECORDS IN PAY PERIOD" TO CT-RL-LABEL.
036700     MOVE CT-TIMEDT-IN-PERIOD TO CT-RL-VALUE.
036800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
036900     MOVE "EMPLOYEES WITH INCENTIVE TIME" TO CT-RL-LABEL.
037000     MOVE CT-INCENTIVE-EMPLOYEES TO CT-RL-VALUE.
037100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
037200     MOVE "  APPLIED TO PRTIMFIL" TO CT-RL-LABEL.
037300     MOVE CT-EMPLOYEES-APPLIED TO CT-RL-VALUE.
037400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
037500     MOVE "  REJECTED" TO CT-RL-LABEL.
037600     MOVE CT-EMPLOYEES-REJECTED TO CT-RL-VALUE.
037700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
037800     MOVE "  SALARIED - NOT TESTED" TO CT-RL-LABEL.
037900     MOVE CT-SALARIED-SKIPPED TO CT-RL-VALUE.
038000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
038100     MOVE "EMPLOYEES GIVEN MINIMUM WAGE MAKE-UP" TO CT-RL-LABEL.
038200     MOVE CT-MAKEUP-EMPLOYEES TO CT-RL-VALUE.
038300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
038400     MOVE "EMPLOYEES GIVEN REGULAR RATE ADJUSTMENT" TO
038500         CT-RL-LABEL.
038600     MOVE CT-REG-RATE-EMPLOYEES TO CT-RL-VALUE.
038700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
038800     MOVE "TOTAL INCENTIVE EARNINGS OVER HOURLY" TO CT-RL-LABEL.
038900     MOVE CT-PREMIUM-TOTAL TO CT-RL-VALUE.
039000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
039100     MOVE "TOTAL MINIMUM WAGE MAKE-UP PAY" TO CT-RL-LABEL.
039200     MOVE CT-MAKEUP-TOTAL TO CT-RL-VALUE.
039300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
039400     MOVE "TOTAL REGULAR RATE OVERTIME ADJUSTMENT" TO CT-RL-LABEL.
039500     MOVE CT-REG-RATE-TOTAL TO CT-RL-VALUE.
039600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
039700
039800     PERFORM STAMP-RUN-COMPLETE THRU
039900             STAMP-RUN-COMPLETE-EXIT.
040000
040100     IF PAYRATE-ON-HAND
040200         CLOSE PAY-RATE-FILE.
040300     CLOSE PAYROLL-CONTROL-FILE
040400           TIME-DETAIL-FILE
040500           PAY-TIME-TRX-FILE
040600           PRINT-FILE
040700           RUN-CONTROL-FILE.
040800 CLOSING-PROCEDURE-EXIT.  EXIT.
040900
041000/
041100 PROCESS SECTION.
041200
041300 PROCESS-INPUT.
041400
041500     READ TIME-DETAIL-FILE NEXT.
041600     IF TD-FILE-STATUS = AT-END
041700         GO TO PROCESS-INPUT-EXIT.
041800
041900     IF TD-CORRECTION-FLAG = "V"
042000         GO TO PROCESS-INPUT-EXIT.
042100
042200     IF TD-DATE-WORKED-CYMD < PCW-PERIOD-BEG-CYMD OR
042300        TD-DATE-WORKED-CYMD > PCW-PERIOD-END-CYMD
042400         GO TO PROCESS-INPUT-EXIT.
042500
042600     ADD 1 TO CT-TIMEDT-IN-PERIOD.
042700     IF FIRST-RECORD
042800         MOVE TD-EMP-NUM TO PCW-CUR-EMP-NUM
042900         MOVE TD-DATE-WORKED-CYMD TO PCW-CUR-DATE-CYMD
043000         MOVE "N" TO FIRST-RECORD-SW
043100     ELSE
043200         IF TD-EMP-NUM NOT = PCW-CUR-EMP-NUM
043300             PERFORM EMPLOYEE-BREAK THRU
043400                     EMPLOYEE-BREAK-EXIT
043500             MOVE TD-EMP-NUM TO PCW-CUR-EMP-NUM
043600             MOVE TD-DATE-WORKED-CYMD TO PCW-CUR-DATE-CYMD
043700         ELSE
043800             IF TD-DATE-WORKED-CYMD NOT = PCW-CUR-DATE-CYMD
043900                 PERFORM DAY-BREAK THRU
044000                         DAY-BREAK-EXIT
044100                 MOVE TD-DATE-WORKED-CYMD TO PCW-CUR-DATE-CYMD.
044200
044300*    The work week is the day's distance from the period's begin
044400*    date, in whole weeks.
044500     MOVE TD-DATE-WORKED-CYMD TO PCW-DW-CYMD.
044600     PERFORM DATE-TO-DAYS THRU
044700             DATE-TO-DAYS-EXIT.
044800     SUBTRACT PCW-PERIOD-BEG-DAYS FROM PCW-DW-DAYS.
044900     DIVIDE PCW-DW-DAYS BY 7 GIVING PCW-WEEK-SUB.
045000     ADD 1 TO PCW-WEEK-SUB.
045100     MOVE PCW-WEEK-SUB TO PCW-CUR-DAY-WEEK.
045200
045300*    Holiday hours are paid, not worked.  They count only toward
045400*    the weekly 40 where PRCTL-OT-40-INCL-HOLIDAY-FLAG says so.
045500     IF TD-HRS-TYPE-CODE = "H"
045600         ADD TD-ADJUSTED-HRS TO PCW-WK-HOLIDAY-HRS (PCW-WEEK-SUB)
045700         GO TO PROCESS-INPUT-EXIT.
045800
045900     ADD TD-ADJUSTED-HRS TO PCW-DAY-HRS.
046000     IF TD-TYPE = "I"
046100         ADD TD-ADJUSTED-HRS TO PCW-WK-INCENT-HRS (PCW-WEEK-SUB)
046200         ADD TD-ADJ-EARNED-HRS TO PCW-WK-EARNED-HRS (PCW-WEEK-SUB)
046300     ELSE
046400         ADD TD-ADJUSTED-HRS TO PCW-WK-HOURLY-HRS (PCW-WEEK-SUB).
046500 PROCESS-INPUT-EXIT.  EXIT.
046600
046700 DAY-BREAK.
046800     IF PCW-DAY-HRS > DAILY-OT-BASE-HRS
046900         SUBTRACT DAILY-OT-BASE-HRS FROM PCW-DAY-HRS
047000             GIVING PCW-DAY-OVER-HRS
047100         ADD PCW-DAY-OVER-HRS TO
047200             PCW-WK-DAILY-OT-HRS (PCW-CUR-DAY-WEEK).
047300     MOVE ZERO TO PCW-DAY-HRS.
047400 DAY-BREAK-EXIT.  EXIT.
047500
047600 EMPLOYEE-BREAK.
047700     PERFORM DAY-BREAK THRU
047800             DAY-BREAK-EXIT.
047900
048000     MOVE 1 TO PCW-WEEK-SUB.
048100     PERFORM SUM-ONE-WEEK THRU
048200             SUM-ONE-WEEK-EXIT
048300         UNTIL PCW-WEEK-SUB > PCW-WEEKS-IN-PERIOD.
048400     IF PCW-INCENT-HRS = ZERO AND PCW-EARNED-HRS = ZERO
048500         GO TO EMPLOYEE-BREAK-RESET.
048600
048700     ADD 1 TO CT-INCENTIVE-EMPLOYEES.
048800     PERFORM APPLY-ONE-EMPLOYEE THRU
048900             APPLY-ONE-EMPLOYEE-EXIT.
049000
049100 EMPLOYEE-BREAK-RESET.
049200     PERFORM EMPLOYEE-RESET THRU
049300             EMPLOYEE-RESET-EXIT.
049400 EMPLOYEE-BREAK-EXIT.  EXIT.
049500
049600 EMPLOYEE-RESET.
049700     MOVE ZERO TO PCW-INCENT-HRS  PCW-EARNED-HRS  PCW-HOURLY-HRS.
049800     MOVE ZERO TO PCW-OT-HOURS  PCW-DAY-HRS.
049900     MOVE 1 TO PCW-WEEK-SUB.
050000     PERFORM CLEAR-ONE-WEEK THRU
050100             CLEAR-ONE-WEEK-EXIT
050200         UNTIL PCW-WEEK-SUB > MAXIMUM-WEEKS.
050300 EMPLOYEE-RESET-EXIT.  EXIT.
050400
050500 CLEAR-ONE-WEEK.
050600     MOVE ZERO TO PCW-WK-INCENT-HRS (PCW-WEEK-SUB).
050700     MOVE ZERO TO PCW-WK-EARNED-HRS (PCW-WEEK-SUB).
050800     MOVE ZERO TO PCW-WK-HOURLY-HRS (PCW-WEEK-SUB).
050900     MOVE ZERO TO PCW-WK-HOLIDAY-HRS (PCW-WEEK-SUB).
051000     MOVE ZERO TO PCW-WK-DAILY-OT-HRS (PCW-WEEK-SUB).
051100     MOVE ZERO TO PCW-WK-HOURS-WORKED (PCW-WEEK-SUB).
051200     MOVE ZERO TO PCW-WK-OT-HRS (PCW-WEEK-SUB).
051300     MOVE ZERO TO PCW-WK-STRAIGHT-PAY (PCW-WEEK-SUB).
051400     MOVE ZERO TO PCW-WK-MAKEUP-PAY (PCW-WEEK-SUB).
051500     MOVE ZERO TO PCW-WK-REGULAR-RATE (PCW-WEEK-SUB).
051600     MOVE ZERO TO PCW-WK-REG-RATE-PAY (PCW-WEEK-SUB).
051700     ADD 1 TO PCW-WEEK-SUB.
051800 CLEAR-ONE-WEEK-EXIT.  EXIT.
051900
052000 SUM-ONE-WEEK.
052100*    The week's overtime hours by the employer's PRCNTL rule, the
052200*    way NNNNNN19 figures them: past 40 for the week on "W", else
052300*    past 8 for each day.
052400     COMPUTE PCW-WK-HOURS-WORKED (PCW-WEEK-SUB) =
052500         PCW-WK-INCENT-HRS (PCW-WEEK-SUB) +
052600         PCW-WK-HOURLY-HRS (PCW-WEEK-SUB).
052700     IF PRCTL-OVERTIME-FLAG = "W"
052800         MOVE PCW-WK-HOURS-WORKED (PCW-WEEK-SUB) TO
052900             PCW-OT-BASE-HRS
053000         IF PRCTL-OT-40-INCL-HOLIDAY-FLAG = "Y"
053100             ADD PCW-WK-HOLIDAY-HRS (PCW-WEEK-SUB) TO
053200                 PCW-OT-BASE-HRS.
053300     IF PRCTL-OVERTIME-FLAG = "W"
053400         IF PCW-OT-BASE-HRS > WEEKLY-OT-BASE-HRS
053500             SUBTRACT WEEKLY-OT-BASE-HRS FROM PCW-OT-BASE-HRS
053600                 GIVING PCW-WK-OT-HRS (PCW-WEEK-SUB)
053700         ELSE
053800             MOVE ZERO TO PCW-WK-OT-HRS (PCW-WEEK-SUB).
053900     IF PRCTL-OVERTIME-FLAG NOT = "W"
054000         MOVE PCW-WK-DAILY-OT-HRS (PCW-WEEK-SUB) TO
054100             PCW-WK-OT-HRS (PCW-WEEK-SUB).
054200
054300     ADD PCW-WK-INCENT-HRS (PCW-WEEK-SUB) TO PCW-INCENT-HRS.
054400     ADD PCW-WK-EARNED-HRS (PCW-WEEK-SUB) TO PCW-EARNED-HRS.
054500     ADD PCW-WK-HOURLY-HRS (PCW-WEEK-SUB) TO PCW-HOURLY-HRS.
054600     ADD PCW-WK-OT-HRS (PCW-WEEK-SUB) TO PCW-OT-HOURS.
054700     ADD 1 TO PCW-WEEK-SUB.
054800 SUM-ONE-WEEK-EXIT.  EXIT.
054900
055000 APPLY-ONE-EMPLOYEE.
055100     MOVE SPACES TO PCW-MESSAGE-HOLD.
055200     MOVE ZERO TO PCW-HOURLY-RATE.
055300     MOVE ZERO TO PCW-INCENT-PAY.
055400     MOVE ZERO TO PCW-STRAIGHT-PAY.
055500     MOVE ZERO TO PCW-PREMIUM-PAY.
055600     MOVE ZERO TO PCW-MAKEUP-PAY.
055700     MOVE ZERO TO PCW-REG-RATE-PAY.
055800     COMPUTE PCW-HOURS-WORKED = PCW-INCENT-HRS + PCW-HOURLY-HRS.
055900
056000     MOVE PRCTL-EMPLOYER-NO TO TIME-EMPLOYER-NO.
056100     MOVE PCW-CUR-EMP-NUM TO TIME-EMP-NUMBER.
056200     MOVE 1 TO TIME-RECORD-TYPE.
056300     READ PAY-TIME-TRX-FILE
056400         INVALID KEY
056500             MOVE "NO PRTIMFIL TYPE-1 RECORD" TO PCW-MESSAGE-HOLD
056600             GO TO APPLY-ONE-REJECTED.
056700
056800     IF TIME-PAY-PERIOD-DATE NOT = RNC-CHECK-PERIOD-DATE
056900         MOVE "PRTIMFIL OTHER PAY PERIOD" TO PCW-MESSAGE-HOLD
057000         GO TO APPLY-ONE-REJECTED.
057100
057200     PERFORM GET-HOURLY-RATE THRU
057300             GET-HOURLY-RATE-EXIT.
057400     IF PCW-SALARIED
057500         ADD 1 TO CT-SALARIED-SKIPPED
057600         GO TO APPLY-ONE-EMPLOYEE-EXIT.
057700     IF PCW-HOURLY-RATE NOT > ZERO
057800         MOVE "NO HOURLY RATE ON FILE" TO PCW-MESSAGE-HOLD
057900         GO TO APPLY-ONE-REJECTED.
058000
058100     MOVE 1 TO PCW-WEEK-SUB.
058200     PERFORM FIGURE-WEEK-PIECE-PAY THRU
058300             FIGURE-WEEK-PIECE-PAY-EXIT
058400         UNTIL PCW-WEEK-SUB > PCW-WEEKS-IN-PERIOD.
058500
058600     MOVE 1 TO PCW-SLOT-SUB.
058700     PERFORM CLEAR-ONE-PIECE-SLOT THRU
058800             CLEAR-ONE-PIECE-SLOT-EXIT
058900         UNTIL PCW-SLOT-SUB > 12.
059000
059100     MOVE "N" TO PCW-NO-SLOT-SW.
059200     MOVE "IP" TO PCW-POST-CODE.
059300     MOVE "INCENTV" TO PCW-POST-DESC.
059400     MOVE PCW-PREMIUM-PAY TO PCW-POST-REMAINING.
059500     PERFORM POST-PIECE-AMOUNT THRU
059600             POST-PIECE-AMOUNT-EXIT.
059700     MOVE "MU" TO PCW-POST-CODE.
059800     MOVE "MIN WG" TO PCW-POST-DESC.
059900     MOVE PCW-MAKEUP-PAY TO PCW-POST-REMAINING.
060000     PERFORM POST-PIECE-AMOUNT THRU
060100             POST-PIECE-AMOUNT-EXIT.
060200     MOVE "RR" TO PCW-POST-CODE.
060300     MOVE "REG RT" TO PCW-POST-DESC.
060400     MOVE PCW-REG-RATE-PAY TO PCW-POST-REMAINING.
060500     PERFORM POST-PIECE-AMOUNT THRU
060600             POST-PIECE-AMOUNT-EXIT.
060700
060800*    Nothing is rewritten unless every amount found a slot.
060900     IF PCW-NO-SLOT
061000         MOVE "NO FREE DED/EARN SLOT" TO PCW-MESSAGE-HOLD
061100         GO TO APPLY-ONE-REJECTED.
061200
061300     MOVE PCW-INCENT-HRS TO TIME-INCENT-ACTUAL-HRS.
061400     MOVE PCW-INCENT-PAY TO TIME-EARNED-PAY.
061500     REWRITE PAY-TIME-TRX-RECORD.
061600
061700     ADD 1 TO CT-EMPLOYEES-APPLIED.
061800     ADD PCW-PREMIUM-PAY TO CT-PREMIUM-TOTAL.
061900     IF PCW-MAKEUP-PAY > ZERO
062000         ADD 1 TO CT-MAKEUP-EMPLOYEES
062100         ADD PCW-MAKEUP-PAY TO CT-MAKEUP-TOTAL.
062200     IF PCW-REG-RATE-PAY > ZERO
062300         ADD 1 TO CT-REG-RATE-EMPLOYEES
062400         ADD PCW-REG-RATE-PAY TO CT-REG-RATE-TOTAL.
062500     MOVE 1 TO PCW-WEEK-SUB.
062600     PERFORM WRITE-WEEK-LINE THRU
062700             WRITE-WEEK-LINE-EXIT
062800         UNTIL PCW-WEEK-SUB > PCW-WEEKS-IN-PERIOD.
062900     GO TO APPLY-ONE-EMPLOYEE-EXIT.
063000
063100 APPLY-ONE-REJECTED.
063200     ADD 1 TO CT-EMPLOYEES-REJECTED.
063300     PERFORM WRITE-REGISTER-LINE THRU
063400             WRITE-REGISTER-LINE-EXIT.
063500 APPLY-ONE-EMPLOYEE-EXIT.  EXIT.
063600
063700 GET-HOURLY-RATE.
063800*    Priced the way NNNNNN51 will price the hours - the PAYRATE
063900*    rate in force at the end of the pay period's last work week,
064000*    else the rate on the record.
064100     MOVE TIME-AVERAGE-RATE TO PCW-HOURLY-RATE.
064200     MOVE TIME-SALARY-FLAG TO PCW-SALARIED-SW.
064300     MOVE 1.50 TO PCW-OT-MULTIPLIER.
064400     IF PAYRATE-ON-HAND
064500         MOVE PRCTL-EMPLOYER-NO TO RAT-FIND-EMPLOYER-NO
064600         MOVE TIME-EMP-NUMBER TO RAT-FIND-EMP-NUM
064700         MOVE PCW-PERIOD-END-CYMD TO RAT-FIND-DATE-CYMD
064800         PERFORM GET-RATE-IN-FORCE THRU
064900                 GET-RATE-IN-FORCE-EXIT
065000         IF RAT-RATE-FOUND
065100             MOVE RAT-IN-FORCE-RATE TO PCW-HOURLY-RATE
065200             MOVE RAT-IN-FORCE-OT-MULT TO PCW-OT-MULTIPLIER
065300             IF RAT-IN-FORCE-SALARY
065400                 MOVE "Y" TO PCW-SALARIED-SW
065500             ELSE
065600                 MOVE "N" TO PCW-SALARIED-SW.
065700 GET-HOURLY-RATE-EXIT.  EXIT.
065800
065900 FIGURE-WEEK-PIECE-PAY.
066000*    The minimum wage and the regular rate are tested a work week
066100*    at a time; the week's amounts are added to the employee's.
066200     COMPUTE PCW-WEEK-INCENT-PAY ROUNDED =
066300         PCW-WK-EARNED-HRS (PCW-WEEK-SUB) * PCW-HOURLY-RATE.
066400     COMPUTE PCW-WK-STRAIGHT-PAY (PCW-WEEK-SUB) ROUNDED =
066500         PCW-WEEK-INCENT-PAY +
066600         PCW-WK-HOURLY-HRS (PCW-WEEK-SUB) * PCW-HOURLY-RATE.
066700     ADD PCW-WEEK-INCENT-PAY TO PCW-INCENT-PAY.
066800     COMPUTE PCW-PREMIUM-PAY ROUNDED = PCW-PREMIUM-PAY +
066900         PCW-WEEK-INCENT-PAY -
067000         PCW-WK-INCENT-HRS (PCW-WEEK-SUB) * PCW-HOURLY-RATE.
067100     ADD PCW-WK-STRAIGHT-PAY (PCW-WEEK-SUB) TO PCW-STRAIGHT-PAY.
067200
067300     IF PCW-MINIMUM-WAGE NOT = ZERO
067400         COMPUTE PCW-REQUIRED-PAY ROUNDED = PCW-MINIMUM-WAGE *
067500             PCW-WK-HOURS-WORKED (PCW-WEEK-SUB)
067600         IF PCW-REQUIRED-PAY > PCW-WK-STRAIGHT-PAY (PCW-WEEK-SUB)
067700             COMPUTE PCW-WK-MAKEUP-PAY (PCW-WEEK-SUB) =
067800                 PCW-REQUIRED-PAY -
067900                 PCW-WK-STRAIGHT-PAY (PCW-WEEK-SUB)
068000             ADD PCW-WK-MAKEUP-PAY (PCW-WEEK-SUB) TO
068100                 PCW-MAKEUP-PAY.
068200
068300     IF PCW-WK-HOURS-WORKED (PCW-WEEK-SUB) NOT > ZERO
068400         GO TO FIGURE-WEEK-PIECE-PAY-NEXT.
068500     COMPUTE PCW-WK-REGULAR-RATE (PCW-WEEK-SUB) ROUNDED =
068600         (PCW-WK-STRAIGHT-PAY (PCW-WEEK-SUB) +
068700          PCW-WK-MAKEUP-PAY (PCW-WEEK-SUB)) /
068800         PCW-WK-HOURS-WORKED (PCW-WEEK-SUB).
068900
069000*    Half time is owed on the overtime hours at the regular rate.
069100*    NNNNNN51 already pays the hourly rate times the multiplier,
069200*    straight time included, so only the difference goes on.
069300     IF PCW-WK-OT-HRS (PCW-WEEK-SUB) NOT > ZERO
069400         GO TO FIGURE-WEEK-PIECE-PAY-NEXT.
069500     COMPUTE PCW-WK-REG-RATE-PAY (PCW-WEEK-SUB) ROUNDED =
069600         PCW-WK-OT-HRS (PCW-WEEK-SUB) *
069700         (PCW-WK-REGULAR-RATE (PCW-WEEK-SUB) * 0.5 -
069800          PCW-HOURLY-RATE * (PCW-OT-MULTIPLIER - 1)).
069900     IF PCW-WK-REG-RATE-PAY (PCW-WEEK-SUB) < ZERO
070000         MOVE ZERO TO PCW-WK-REG-RATE-PAY (PCW-WEEK-SUB).
070100     ADD PCW-WK-REG-RATE-PAY (PCW-WEEK-SUB) TO PCW-REG-RATE-PAY.
070200
070300 FIGURE-WEEK-PIECE-PAY-NEXT.
070400     ADD 1 TO PCW-WEEK-SUB.
070500 FIGURE-WEEK-PIECE-PAY-EXIT.  EXIT.
070600
070700 CLEAR-ONE-PIECE-SLOT.
070800     IF TIME-DE-CODE (PCW-SLOT-SUB) = "IP" OR "MU" OR "RR"
070900         MOVE SPACES TO TIME-DE-CODE (PCW-SLOT-SUB)
071000         MOVE SPACES TO TIME-DE-DESC (PCW-SLOT-SUB)
071100         MOVE SPACES TO TIME-DE-TYPE (PCW-SLOT-SUB)
071200         MOVE ZERO TO TIME-DE-AMOUNT (PCW-SLOT-SUB)
071300         MOVE ZERO TO TIME-DE-OWED-AMT (PCW-SLOT-SUB)
071400         MOVE ZERO TO TIME-DE-PREPAID-BAL (PCW-SLOT-SUB).
071500     ADD 1 TO PCW-SLOT-SUB.
071600 CLEAR-ONE-PIECE-SLOT-EXIT.  EXIT.
071700
071800 POST-PIECE-AMOUNT.
071900*    Caller sets PCW-POST-CODE, -DESC, and the amount in
072000*    PCW-POST-REMAINING.  The amount is spread over as many free
072100*    slots as it needs at 999.99 a slot; a negative incentive
072200*    amount is spread the same way.
072300     PERFORM POST-ONE-SLOT THRU
072400             POST-ONE-SLOT-EXIT
072500         UNTIL PCW-POST-REMAINING = ZERO OR PCW-NO-SLOT.
072600 POST-PIECE-AMOUNT-EXIT.  EXIT.
072700
072800 POST-ONE-SLOT.
072900     MOVE "N" TO PCW-SLOT-FOUND-SW.
073000     MOVE 1 TO PCW-SLOT-SUB.
073100     PERFORM SCAN-ONE-FREE-SLOT THRU
073200             SCAN-ONE-FREE-SLOT-EXIT
073300         UNTIL PCW-SLOT-FOUND OR PCW-SLOT-SUB > 12.
073400     IF NOT PCW-SLOT-FOUND
073500         MOVE "Y" TO PCW-NO-SLOT-SW
073600         GO TO POST-ONE-SLOT-EXIT.
073700
073800     IF PCW-POST-REMAINING > 999.99
073900         MOVE 999.99 TO PCW-POST-CHUNK
074000     ELSE
074100         IF PCW-POST-REMAINING < -999.99
074200             MOVE -999.99 TO PCW-POST-CHUNK
074300         ELSE
074400             MOVE PCW-POST-REMAINING TO PCW-POST-CHUNK.
074500     MOVE PCW-POST-CODE TO TIME-DE-CODE (PCW-SLOT-SUB).
074600     MOVE PCW-POST-DESC TO TIME-DE-DESC (PCW-SLOT-SUB).
074700     MOVE "E" TO TIME-DE-TYPE (PCW-SLOT-SUB).
074800     MOVE PCW-POST-CHUNK TO TIME-DE-AMOUNT (PCW-SLOT-SUB).
074900     MOVE ZERO TO TIME-DE-OWED-AMT (PCW-SLOT-SUB).
075000     MOVE ZERO TO TIME-DE-PREPAID-BAL (PCW-SLOT-SUB).
075100     SUBTRACT PCW-POST-CHUNK FROM PCW-POST-REMAINING.
075200 POST-ONE-SLOT-EXIT.  EXIT.
075300
075400 SCAN-ONE-FREE-SLOT.
075500     IF TIME-DE-CODE (PCW-SLOT-SUB) = SPACES
075600         MOVE "Y" TO PCW-SLOT-FOUND-SW
075700     ELSE
075800         ADD 1 TO PCW-SLOT-SUB.
075900 SCAN-ONE-FREE-SLOT-EXIT.  EXIT.
076000
076100 WRITE-WEEK-LINE.
076200*    One line for each week that drew make-up pay or a regular
076300*    rate adjustment.
076400     IF PCW-WK-MAKEUP-PAY (PCW-WEEK-SUB) NOT > ZERO AND
076500        PCW-WK-REG-RATE-PAY (PCW-WEEK-SUB) NOT > ZERO
076600         GO TO WRITE-WEEK-LINE-NEXT.
076700
076800     MOVE "MINIMUM WAGE MAKE-UP" TO PCW-MESSAGE-HOLD.
076900     IF PCW-WK-REG-RATE-PAY (PCW-WEEK-SUB) > ZERO
077000         IF PCW-WK-MAKEUP-PAY (PCW-WEEK-SUB) > ZERO
077100             MOVE "MAKE-UP AND REG RATE ADJ" TO PCW-MESSAGE-HOLD
077200         ELSE
077300             MOVE "REGULAR RATE ADJUSTMENT" TO PCW-MESSAGE-HOLD.
077400
077500     MOVE SPACES TO PCW-REPORT-LINE.
077600     MOVE PCW-CUR-EMP-NUM TO PCW-RL-EMP-NUM.
077700     MOVE PCW-WEEK-SUB TO PCW-RL-WEEK.
077800     MOVE PCW-WK-HOURS-WORKED (PCW-WEEK-SUB) TO PCW-RL-HOURS.
077900     MOVE PCW-WK-INCENT-HRS (PCW-WEEK-SUB) TO PCW-RL-INCENT-HRS.
078000     MOVE PCW-WK-EARNED-HRS (PCW-WEEK-SUB) TO PCW-RL-EARNED-HRS.
078100     MOVE PCW-HOURLY-RATE TO PCW-RL-RATE.
078200     MOVE PCW-WK-STRAIGHT-PAY (PCW-WEEK-SUB) TO
078300         PCW-RL-STRAIGHT-PAY.
078400     MOVE PCW-WK-MAKEUP-PAY (PCW-WEEK-SUB) TO PCW-RL-MAKEUP.
078500     MOVE PCW-WK-REGULAR-RATE (PCW-WEEK-SUB) TO PCW-RL-REG-RATE.
078600     MOVE PCW-WK-OT-HRS (PCW-WEEK-SUB) TO PCW-RL-OT-HRS.
078700     MOVE PCW-WK-REG-RATE-PAY (PCW-WEEK-SUB) TO
078800         PCW-RL-REG-RATE-PAY.
078900     MOVE PCW-MESSAGE-HOLD TO PCW-RL-MESSAGE.
079000     WRITE PRINT-RECORD FROM PCW-REPORT-LINE.
079100
079200 WRITE-WEEK-LINE-NEXT.
079300     ADD 1 TO PCW-WEEK-SUB.
079400 WRITE-WEEK-LINE-EXIT.  EXIT.
079500
079600 WRITE-REGISTER-LINE.
079700*    A rejected employee is listed once, with the period's hours.
079800     MOVE SPACES TO PCW-REPORT-LINE.
079900     MOVE PCW-CUR-EMP-NUM TO PCW-RL-EMP-NUM.
080000     MOVE PCW-HOURS-WORKED TO PCW-RL-HOURS.
080100     MOVE PCW-INCENT-HRS TO PCW-RL-INCENT-HRS.
080200     MOVE PCW-EARNED-HRS TO PCW-RL-EARNED-HRS.
080300     MOVE PCW-HOURLY-RATE TO PCW-RL-RATE.
080400     MOVE ZERO TO PCW-RL-STRAIGHT-PAY.
080500     MOVE ZERO TO PCW-RL-MAKEUP.
080600     MOVE ZERO TO PCW-RL-REG-RATE.
080700     MOVE PCW-OT-HOURS TO PCW-RL-OT-HRS.
080800     MOVE ZERO TO PCW-RL-REG-RATE-PAY.
080900     MOVE PCW-MESSAGE-HOLD TO PCW-RL-MESSAGE.
081000     WRITE PRINT-RECORD FROM PCW-REPORT-LINE.
081100 WRITE-REGISTER-LINE-EXIT.  EXIT.
081200
081300 DATE-TO-DAYS.
081400     SUBTRACT 1 FROM PCW-DW-CCYY GIVING PCW-DW-YEARS.
081500     DIVIDE PCW-DW-YEARS BY 4 GIVING PCW-LEAP-QUOT.
081600     COMPUTE PCW-DW-DAYS = PCW-DW-YEARS * 365 + PCW-LEAP-QUOT
081700         + PCW-MONTH-CUM (PCW-DW-MM) + PCW-DW-DD.
081800     DIVIDE PCW-DW-CCYY BY 4 GIVING PCW-LEAP-QUOT
081900         REMAINDER PCW-LEAP-REM.
082000     IF PCW-DW-MM > 2 AND PCW-LEAP-REM = ZERO
082100         ADD 1 TO PCW-DW-DAYS.
082200 DATE-TO-DAYS-EXIT.  EXIT.
082300
082400     COPY DSRUNCTL.
082500
082600     COPY DSPAYRAT.
082700
082800 END-OF-PROGRAM SECTION.
082900
083000 DONE.
083100     STOP RUN.
083200
083300 END-OF-PROGRAM-EXIT.  EXIT.
