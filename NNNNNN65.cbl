000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN65.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Profit-sharing allocation for the plan year bounded by
000700*  PRCTL-PS-CURR-BEG-DATE and PRCTL-PS-CURR-END-DATE, run once
000800*  the year has ended and its last pay period has been closed
000900*  to PAYHIST by NNNNNN55.  The operator enters the pool the
001000*  board approved.  Every employee of the employer is tested:
001100*  a hire date on EM-HIRE-DATE-CYMD at least the entered months
001200*  of service before the first day of the next plan year, and
001300*  1,000 hours in the plan year - PENHRS's count when its
001400*  balance belongs to this plan year, otherwise the regular,
001500*  overtime, vacation and holiday hours off the year's PAYHIST
001600*  images, the hours NNNNNN43 would have credited.  Plan-year
001700*  compensation is the gross pay of the year's PAYHIST records;
001800*  a plan year that is the calendar year falls back on the
001900*  EARNYTD gross for an employee with no PAYHIST.  The pool is
002000*  shared pro rata to compensation, the last participant taking
002100*  what the rounding left so the shares add back to the pool.
002200*  The register lists each participant's share, followed by a
002300*  census of every employee left out and the reason; terminated
002400*  employees with no hours or pay in the year are not listed.
002500*  A trial run prints the register only.  Posting writes the
002600*  PSCONTR file for the plan recordkeeper and rolls the control
002700*  record's plan year forward - the year just allocated becomes
002800*  PRCTL-PS-PRIOR-END-DATE, the next year starts the day after
002900*  it ended and runs twelve months, and PRCTL-PS-BEG-DATE is
003000*  set to the first year allocated when it was never filled
003100*  in.  A plan year that has not yet ended is refused, which
003200*  also stops a posted year from being allocated twice.
003300*****************************************************************
003400
003500 AUTHOR. Terry Reinholt
003600
003700 ENVIRONMENT DIVISION.
003800
003900 CONFIGURATION SECTION.
004000
004100 SOURCE-COMPUTER. WANG-2200-VS.
004200 OBJECT-COMPUTER. WANG-2200-VS.
004300
004400     COPY FIGCONS.
004500
004600 INPUT-OUTPUT SECTION.
004700
004800 FILE-CONTROL.
004900
005000     COPY SLPRCNTL.
005100
005200     COPY SLEMPMST.
005300
005400     COPY SLPAYHST.
005500
005600     COPY SLTMETRX.
005700
005800     COPY SLERNYTD.
005900
006000     COPY SLPENHRS.
006100
006200     COPY SLPSCONT.
006300
006400     COPY SLPRINT.
006500
006600/
006700 DATA DIVISION.
006800
006900 FILE SECTION.
007000
007100     COPY FDPRCNTL.
007200
007300     COPY FDEMPMST.
007400
007500     COPY FDPAYHST.
007600
007700     COPY FDTMETRX.
007800
007900     COPY FDERNYTD.
008000
008100     COPY FDPENHRS.
008200
008300     COPY FDPSCONT.
008400
008500     COPY FDPRINT.
008600
008700/
008800 WORKING-STORAGE SECTION.
008900
009000     COPY WSPRCNTL.
009100
009200     COPY WSEMPMST.
009300
009400     COPY WSPAYHST.
009500
009600     COPY WSTMETRX.
009700
009800     COPY WSERNYTD.
009900
010000     COPY WSPENHRS.
010100
010200     COPY WSPSCONT.
010300
010400     COPY WSPRINT.
010500
010600     COPY WSFILEST.
010700
010800 77  CT-EMPLOYEES-READ                PIC 9(7) COMP VALUE ZERO.
010900 77  CT-PARTICIPANTS                  PIC 9(7) COMP VALUE ZERO.
011000 77  CT-EXCLUDED                      PIC 9(7) COMP VALUE ZERO.
011100 77  CT-NO-ACTIVITY                   PIC 9(7) COMP VALUE ZERO.
011200 77  CT-HOURS-FROM-PAYHIST            PIC 9(7) COMP VALUE ZERO.
011300 77  CT-COMP-FROM-EARNYTD             PIC 9(7) COMP VALUE ZERO.
011400 77  CT-CONTRIB-WRITTEN               PIC 9(7) COMP VALUE ZERO.
011500 77  CT-TABLE-OVERFLOW                PIC 9(7) COMP VALUE ZERO.
011600
011700 77  SCAN-DONE-SW                     PIC X(1) VALUE "N".
011800     88  SCAN-DONE                     VALUE "Y".
011900 77  PAY-SCAN-DONE-SW                 PIC X(1) VALUE "N".
012000     88  PAY-SCAN-DONE                 VALUE "Y".
012100 77  PAYHIST-ON-HAND-SW               PIC X(1) VALUE "N".
012200     88  PAYHIST-ON-HAND               VALUE "Y".
012300 77  EARNYTD-ON-HAND-SW               PIC X(1) VALUE "N".
012400     88  EARNYTD-ON-HAND               VALUE "Y".
012500 77  PENHRS-ON-HAND-SW                PIC X(1) VALUE "N".
012600     88  PENHRS-ON-HAND                VALUE "Y".
012700 77  CALENDAR-YEAR-SW                 PIC X(1) VALUE "N".
012800     88  CALENDAR-YEAR                 VALUE "Y".
012900 77  POST-RUN-SW                      PIC X(1) VALUE "N".
013000     88  POST-RUN                      VALUE "Y".
013100 77  OK-TO-GO                         PIC X(1) VALUE " ".
013200
013300 77  PS-ELIGIBLE-HOURS                PIC 9(4) COMP VALUE 1000.
013400
013500 77  PSA-POOL                         PIC 9(7)V99 VALUE ZERO.
013600 77  PSA-SERVICE-MONTHS               PIC 9(2) VALUE ZERO.
013700 77  PSA-RUN-DATE                     PIC 9(6) VALUE ZERO.
013800 77  PSA-BEG-CYMD                     PIC 9(8) VALUE ZERO.
013900 77  PSA-REASON                       PIC X(1) VALUE SPACE.
014000 77  PSA-MONTHS                       PIC S9(5) COMP VALUE ZERO.
014100 77  PSA-MONTH-LAST                   PIC 9(2) VALUE ZERO.
014200 77  PSA-LEAP-QUOT                    PIC 9(2) COMP VALUE ZERO.
014300 77  PSA-LEAP-REM                     PIC 9(2) COMP VALUE ZERO.
014400 77  PSA-PCT-OF-COMP                  PIC 9(3)V9999 VALUE ZERO.
014500 77  PSA-ELIG-SEEN                    PIC 9(7) COMP VALUE ZERO.
014600 77  PSA-EMP-HOURS                   PIC S9(5)V99 COMP VALUE ZERO.
014700 77  PSA-PYH-HOURS                   PIC S9(5)V99 COMP VALUE ZERO.
014800 77  PSA-EMP-COMP                    PIC S9(7)V99 COMP VALUE ZERO.
014900 77  PSA-TOT-COMP                    PIC S9(9)V99 COMP VALUE ZERO.
015000 77  PSA-TOT-HOURS                   PIC S9(7)V99 COMP VALUE ZERO.
015100 77  PSA-TOT-ALLOCATED               PIC S9(9)V99 COMP VALUE ZERO.
015200
015300 01  PSA-END-CYMD                     PIC 9(8) VALUE ZERO.
015400
015500 01  PSA-SVC-CYMD                     PIC 9(8) VALUE ZERO.
015600 01  FILLER REDEFINES PSA-SVC-CYMD.
015700     05  PSA-SVC-CCYY                 PIC 9(4).
015800     05  PSA-SVC-MM                   PIC 9(2).
015900     05  PSA-SVC-DD                   PIC 9(2).
016000
016100 01  PSA-HIRE-CYMD                    PIC 9(8) VALUE ZERO.
016200 01  FILLER REDEFINES PSA-HIRE-CYMD.
016300     05  PSA-HIRE-CCYY                PIC 9(4).
016400     05  PSA-HIRE-MM                  PIC 9(2).
016500     05  PSA-HIRE-DD                  PIC 9(2).
016600
016700*    The next plan year, yymmdd as PRCNTL carries it: beginning
016800*    the day after the current year ends, ending a year after it.
016900 01  PSA-NEXT-BEG.
017000     05  PSA-NB-YY                    PIC 9(2).
017100     05  PSA-NB-MM                    PIC 9(2).
017200     05  PSA-NB-DD                    PIC 9(2).
017300
017400 01  PSA-NEXT-END.
017500     05  PSA-NE-YY                    PIC 9(2).
017600     05  PSA-NE-MM                    PIC 9(2).
017700     05  PSA-NE-DD                    PIC 9(2).
017800
017900 01  PSA-MONTH-DAYS-VALUES            PIC X(24) VALUE
018000         "312831303130313130313031".
018100 01  FILLER REDEFINES PSA-MONTH-DAYS-VALUES.
018200     05  PSA-MONTH-DAYS               PIC 9(2) OCCURS 12 TIMES.
018300
018400*    Every employee tested, in employee order - eligible ones
018500*    (reason space) are allocated once the total compensation is
018600*    known, the rest listed on the census.
018700 77  PA-ENTRIES-USED                  PIC 9(4) COMP VALUE ZERO.
018800 77  PA-SUB                           PIC 9(4) COMP VALUE ZERO.
018900
019000 01  PA-PARTICIPANT-TABLE.
019100     05  PA-ENTRY OCCURS 2000 TIMES.
019200         10  PA-EMP-NUM                PIC 9(4).
019300         10  PA-REASON                 PIC X(1).
019400         10  PA-HOURS                  PIC S9(5)V99 COMP.
019500         10  PA-COMP                   PIC S9(7)V99 COMP.
019600         10  PA-ALLOCATED              PIC S9(7)V99 COMP.
019700
019800 01  PSA-TITLE-LINE.
019900     05  PSA-TL-TITLE                 PIC X(42).
020000     05  FILLER                       PIC X(11) VALUE "PLAN YEAR".
020100     05  PSA-TL-BEG-CYMD              PIC 9(8).
020200     05  FILLER                       PIC X(3) VALUE " - ".
020300     05  PSA-TL-END-CYMD              PIC 9(8).
020400     05  FILLER                       PIC X(60) VALUE SPACES.
020500
020600 01  PSA-HEADING-LINE.
020700     05  FILLER                       PIC X(8) VALUE "EMP".
020800     05  FILLER                       PIC X(30) VALUE "NAME".
020900     05  FILLER                       PIC X(12) VALUE "HIRED".
021000     05  FILLER                       PIC X(13) VALUE "    HOURS".
021100     05  FILLER                       PIC X(16) VALUE
021200                                          "COMPENSATION".
021300     05  FILLER                       PIC X(12) VALUE
021400                                          "PCT OF COMP".
021500     05  FILLER                       PIC X(12) VALUE
021600                                          "  ALLOCATION".
021700     05  FILLER                       PIC X(29) VALUE SPACES.
021800
021900 01  PSX-HEADING-LINE.
022000     05  FILLER                       PIC X(8) VALUE "EMP".
022100     05  FILLER                       PIC X(30) VALUE "NAME".
022200     05  FILLER                       PIC X(12) VALUE "HIRED".
022300     05  FILLER                       PIC X(13) VALUE "    HOURS".
022400     05  FILLER                       PIC X(16) VALUE
022500                                          "COMPENSATION".
022600     05  FILLER                       PIC X(53) VALUE
022700                                          "REASON EXCLUDED".
022800
022900 01  CT-REPORT-LINE.
023000     05  FILLER                       PIC X(4).
023100     05  CT-RL-LABEL                   PIC X(40).
023200     05  FILLER                       PIC X(4).
023300     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
023400     05  FILLER                       PIC X(69).
023500
023600 01  PSA-REPORT-LINE.
023700     05  PSA-RL-EMP-NUM                 PIC ZZZ9.
023800     05  FILLER                       PIC X(4).
023900     05  PSA-RL-EMP-NAME                PIC X(28).
024000     05  FILLER                       PIC X(2).
024100     05  PSA-RL-HIRE-DATE               PIC 9(8).
024200     05  FILLER                       PIC X(4).
024300     05  PSA-RL-HOURS                   PIC ZZ,ZZ9.99.
024400     05  FILLER                       PIC X(4).
024500     05  PSA-RL-COMP                    PIC Z,ZZZ,ZZ9.99.
024600     05  FILLER                       PIC X(4).
024700     05  PSA-RL-PCT                     PIC ZZ9.9999.
024800     05  FILLER                       PIC X(4).
024900     05  PSA-RL-ALLOCATED               PIC Z,ZZZ,ZZ9.99.
025000     05  FILLER                       PIC X(29).
025100
025200 01  PSX-REPORT-LINE.
025300     05  PSX-RL-EMP-NUM                 PIC ZZZ9.
025400     05  FILLER                       PIC X(4).
025500     05  PSX-RL-EMP-NAME                PIC X(28).
025600     05  FILLER                       PIC X(2).
025700     05  PSX-RL-HIRE-DATE               PIC 9(8).
025800     05  FILLER                       PIC X(4).
025900     05  PSX-RL-HOURS                   PIC ZZ,ZZ9.99.
026000     05  FILLER                       PIC X(4).
026100     05  PSX-RL-COMP                    PIC Z,ZZZ,ZZ9.99.
026200     05  FILLER                       PIC X(4).
026300     05  PSX-RL-REASON                  PIC X(30).
026400     05  FILLER                       PIC X(23).
026500
026600/
026700 PROCEDURE DIVISION.
026800
026900 MAIN-LOGIC SECTION.
027000
027100 INITIALIZATION.
027200     OPEN I-O PAYROLL-CONTROL-FILE.
027300     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
027400     ACCEPT PRCTL-EMPLOYER-NO.
027500     READ PAYROLL-CONTROL-FILE
027600         INVALID KEY
027700             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
027800             GO TO DONE.
027900
028000     IF PRCTL-PS-CURR-BEG-DATE NOT NUMERIC OR
028100        PRCTL-PS-CURR-END-DATE NOT NUMERIC OR
028200        PRCTL-PS-CURR-END-DATE-MM < 1 OR
028300        PRCTL-PS-CURR-END-DATE-MM > 12 OR
028400        PRCTL-PS-CURR-END-DATE NOT > PRCTL-PS-CURR-BEG-DATE
028500         DISPLAY "PROFIT SHARING PLAN YEAR NOT SET UP ON CONTROL "
028600             "RECORD"
028700         GO TO DONE.
028800
028900     ACCEPT PSA-RUN-DATE FROM DATE.
029000     IF PRCTL-PS-CURR-END-DATE NOT < PSA-RUN-DATE
029100         DISPLAY "PLAN YEAR ENDING " PRCTL-PS-CURR-END-DATE
029200             " HAS NOT ENDED"
029300         DISPLAY "RUN CANCELLED"
029400         GO TO DONE.
029500
029600     COMPUTE PSA-BEG-CYMD = 20000000
029700         + PRCTL-PS-CURR-BEG-DATE-YY * 10000
029800         + PRCTL-PS-CURR-BEG-DATE-MM * 100
029900         + PRCTL-PS-CURR-BEG-DATE-DD.
030000     COMPUTE PSA-END-CYMD = 20000000
030100         + PRCTL-PS-CURR-END-DATE-YY * 10000
030200         + PRCTL-PS-CURR-END-DATE-MM * 100
030300         + PRCTL-PS-CURR-END-DATE-DD.
030400     IF PRCTL-PS-CURR-BEG-DATE-YY = PRCTL-PS-CURR-END-DATE-YY AND
030500        PRCTL-PS-CURR-BEG-DATE-MM = 1 AND
030600        PRCTL-PS-CURR-BEG-DATE-DD = 1 AND
030700        PRCTL-PS-CURR-END-DATE-MM = 12 AND
030800        PRCTL-PS-CURR-END-DATE-DD = 31
030900         MOVE "Y" TO CALENDAR-YEAR-SW.
031000
031100     PERFORM FIGURE-NEXT-PLAN-YEAR THRU
031200             FIGURE-NEXT-PLAN-YEAR-EXIT.
031300
031400     DISPLAY "PROFIT SHARING PLAN YEAR " PSA-BEG-CYMD " - "
031500         PSA-END-CYMD.
031600     DISPLAY "ENTER CONTRIBUTION POOL APPROVED (9999999.99)".
031700     ACCEPT PSA-POOL.
031800     IF PSA-POOL = ZERO
031900         DISPLAY "NO CONTRIBUTION ENTERED"
032000         DISPLAY "RUN CANCELLED"
032100         GO TO DONE.
032200     DISPLAY "ENTER MONTHS OF SERVICE REQUIRED (99, 0 = 12)".
032300     ACCEPT PSA-SERVICE-MONTHS.
032400     IF PSA-SERVICE-MONTHS = ZERO
032500         MOVE 12 TO PSA-SERVICE-MONTHS.
032600     DISPLAY "POST - WRITE PSCONTR AND ROLL PLAN YEAR? (Y/N)".
032700     DISPLAY "(N PRINTS A TRIAL REGISTER ONLY)".
032800     ACCEPT OK-TO-GO.
032900     IF OK-TO-GO = "Y" OR "y"
033000         MOVE "Y" TO POST-RUN-SW.
033100
033200     OPEN INPUT EMPLOYEE-MASTER-FILE.
033300     IF EM-FILE-STATUS NOT = SUCCESSFUL-STATUS
033400         DISPLAY "UNABLE TO OPEN EMPMAST MASTER, STATUS = "
033500             EM-FILE-STATUS
033600         GO TO DONE.
033700     OPEN INPUT PAY-HISTORY-FILE.
033800     IF PYH-FILE-STATUS = SUCCESSFUL-STATUS
033900         MOVE "Y" TO PAYHIST-ON-HAND-SW.
034000     OPEN INPUT EARNINGS-YTD-FILE.
034100     IF EYD-FILE-STATUS = SUCCESSFUL-STATUS
034200         MOVE "Y" TO EARNYTD-ON-HAND-SW.
034300     OPEN INPUT PENSION-HOURS-FILE.
034400     IF PEN-FILE-STATUS = SUCCESSFUL-STATUS
034500         MOVE "Y" TO PENHRS-ON-HAND-SW.
034600     IF POST-RUN
034700         OPEN OUTPUT PS-CONTRIB-FILE.
034800     OPEN OUTPUT PRINT-FILE.
034900
035000     MOVE PRCTL-EMPLOYER-NO TO EM-EMPLOYER-NO.
035100     MOVE ZERO TO EM-EMP-NUM.
035200     START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EM-KEY.
035300     IF EM-FILE-STATUS NOT = SUCCESSFUL-STATUS
035400         MOVE "Y" TO SCAN-DONE-SW.
035500
035600     PERFORM TEST-ONE-EMPLOYEE THRU
035700             TEST-ONE-EMPLOYEE-EXIT
035800         UNTIL SCAN-DONE.
035900
036000     IF POST-RUN
036100         MOVE "PROFIT SHARING ALLOCATION REGISTER" TO PSA-TL-TITLE
036200     ELSE
036300         MOVE "PROFIT SHARING ALLOCATION - TRIAL" TO PSA-TL-TITLE.
036400     PERFORM HEADING-ROUTINE THRU
036500             HEADING-ROUTINE-EXIT.
036600
036700     MOVE 1 TO PA-SUB.
036800     PERFORM ALLOCATE-ONE-PARTICIPANT THRU
036900             ALLOCATE-ONE-PARTICIPANT-EXIT
037000         UNTIL PA-SUB > PA-ENTRIES-USED.
037100
037200     MOVE "PROFIT SHARING CENSUS - EMPLOYEES EXCLUDED" TO
037300         PSA-TL-TITLE.
037400     MOVE SPACES TO PRINT-RECORD.
037500     WRITE PRINT-RECORD.
037600     WRITE PRINT-RECORD FROM PSA-TITLE-LINE.
037700     WRITE PRINT-RECORD FROM PSX-HEADING-LINE.
037800     MOVE SPACES TO PRINT-RECORD.
037900     WRITE PRINT-RECORD.
038000
038100     MOVE 1 TO PA-SUB.
038200     PERFORM LIST-ONE-EXCLUDED THRU
038300             LIST-ONE-EXCLUDED-EXIT
038400         UNTIL PA-SUB > PA-ENTRIES-USED.
038500
038600     IF POST-RUN
038700         PERFORM ROLL-PLAN-YEAR THRU
038800                 ROLL-PLAN-YEAR-EXIT.
038900
039000     PERFORM CLOSE-DOWN THRU
039100             CLOSING-PROCEDURE-EXIT.
039200
039300     GO TO DONE.
039400
039500 HEADING-ROUTINE.
039600     MOVE PSA-BEG-CYMD TO PSA-TL-BEG-CYMD.
039700     MOVE PSA-END-CYMD TO PSA-TL-END-CYMD.
039800     WRITE PRINT-RECORD FROM PSA-TITLE-LINE.
039900     WRITE PRINT-RECORD FROM PSA-HEADING-LINE.
040000     MOVE SPACES TO PRINT-RECORD.
040100     WRITE PRINT-RECORD.
040200 HEADING-ROUTINE-EXIT.  EXIT.
040300
040400 CLOSING-PROCEDURE SECTION.
040500
040600 CLOSE-DOWN.
040700     MOVE SPACES TO PRINT-RECORD.
040800     WRITE PRINT-RECORD.
040900     MOVE "EMPLOYEES READ" TO CT-RL-LABEL.
041000     MOVE CT-EMPLOYEES-READ TO CT-RL-VALUE.
041100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
041200     MOVE "PARTICIPANTS SHARING IN POOL" TO CT-RL-LABEL.
041300     MOVE CT-PARTICIPANTS TO CT-RL-VALUE.
041400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
041500     MOVE "EMPLOYEES EXCLUDED" TO CT-RL-LABEL.
041600     MOVE CT-EXCLUDED TO CT-RL-VALUE.
041700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
041800     MOVE "TERMINATED, NO PLAN-YEAR ACTIVITY" TO CT-RL-LABEL.
041900     MOVE CT-NO-ACTIVITY TO CT-RL-VALUE.
042000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
042100     MOVE "HOURS TAKEN FROM PAYHIST, NOT PENHRS" TO CT-RL-LABEL.
042200     MOVE CT-HOURS-FROM-PAYHIST TO CT-RL-VALUE.
042300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
042400     MOVE "COMPENSATION TAKEN FROM EARNYTD" TO CT-RL-LABEL.
042500     MOVE CT-COMP-FROM-EARNYTD TO CT-RL-VALUE.
042600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
042700     MOVE "EMPLOYEES OVER TABLE - NOT TESTED" TO CT-RL-LABEL.
042800     MOVE CT-TABLE-OVERFLOW TO CT-RL-VALUE.
042900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
043000     MOVE "PSCONTR RECORDS WRITTEN" TO CT-RL-LABEL.
043100     MOVE CT-CONTRIB-WRITTEN TO CT-RL-VALUE.
043200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
043300     MOVE SPACES TO PRINT-RECORD.
043400     WRITE PRINT-RECORD.
043500     MOVE "CONTRIBUTION POOL" TO CT-RL-LABEL.
043600     MOVE PSA-POOL TO CT-RL-VALUE.
043700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
043800     MOVE "PARTICIPANT COMPENSATION" TO CT-RL-LABEL.
043900     MOVE PSA-TOT-COMP TO CT-RL-VALUE.
044000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
044100     MOVE "PARTICIPANT PLAN-YEAR HOURS" TO CT-RL-LABEL.
044200     MOVE PSA-TOT-HOURS TO CT-RL-VALUE.
044300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
044400     MOVE "TOTAL ALLOCATED" TO CT-RL-LABEL.
044500     MOVE PSA-TOT-ALLOCATED TO CT-RL-VALUE.
044600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
044700
044800     CLOSE PAYROLL-CONTROL-FILE
044900           EMPLOYEE-MASTER-FILE
045000           PRINT-FILE.
045100     IF PAYHIST-ON-HAND
045200         CLOSE PAY-HISTORY-FILE.
045300     IF EARNYTD-ON-HAND
045400         CLOSE EARNINGS-YTD-FILE.
045500     IF PENHRS-ON-HAND
045600         CLOSE PENSION-HOURS-FILE.
045700     IF POST-RUN
045800         CLOSE PS-CONTRIB-FILE.
045900 CLOSING-PROCEDURE-EXIT.  EXIT.
046000
046100/
046200 PROCESS SECTION.
046300
046400 FIGURE-NEXT-PLAN-YEAR.
046500*    Next beginning date: the day after the current year ends.
046600     MOVE PRCTL-PS-CURR-END-DATE TO PSA-NEXT-BEG.
046700     MOVE PSA-MONTH-DAYS (PSA-NB-MM) TO PSA-MONTH-LAST.
046800     DIVIDE PSA-NB-YY BY 4 GIVING PSA-LEAP-QUOT
046900         REMAINDER PSA-LEAP-REM.
047000     IF PSA-NB-MM = 2 AND PSA-LEAP-REM = ZERO
047100         MOVE 29 TO PSA-MONTH-LAST.
047200     IF PSA-NB-DD < PSA-MONTH-LAST
047300         ADD 1 TO PSA-NB-DD
047400         GO TO FIGURE-NEXT-END.
047500     MOVE 1 TO PSA-NB-DD.
047600     IF PSA-NB-MM < 12
047700         ADD 1 TO PSA-NB-MM
047800         GO TO FIGURE-NEXT-END.
047900     MOVE 1 TO PSA-NB-MM.
048000     ADD 1 TO PSA-NB-YY.
048100
048200 FIGURE-NEXT-END.
048300*    Next ending date: a year after the current one, a February
048400*    29 end falling back to the 28th.
048500     MOVE PRCTL-PS-CURR-END-DATE TO PSA-NEXT-END.
048600     ADD 1 TO PSA-NE-YY.
048700     DIVIDE PSA-NE-YY BY 4 GIVING PSA-LEAP-QUOT
048800         REMAINDER PSA-LEAP-REM.
048900     IF PSA-NE-MM = 2 AND PSA-NE-DD > 28 AND
049000        PSA-LEAP-REM NOT = ZERO
049100         MOVE 28 TO PSA-NE-DD.
049200
049300*    Service is counted to the first day of the next plan year.
049400     COMPUTE PSA-SVC-CYMD = 20000000
049500         + PSA-NB-YY * 10000
049600         + PSA-NB-MM * 100
049700         + PSA-NB-DD.
049800 FIGURE-NEXT-PLAN-YEAR-EXIT.  EXIT.
049900
050000 TEST-ONE-EMPLOYEE.
050100     READ EMPLOYEE-MASTER-FILE NEXT
050200         AT END
050300             MOVE "Y" TO SCAN-DONE-SW
050400             GO TO TEST-ONE-EMPLOYEE-EXIT.
050500
050600     IF EM-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
050700         MOVE "Y" TO SCAN-DONE-SW
050800         GO TO TEST-ONE-EMPLOYEE-EXIT.
050900
051000     ADD 1 TO CT-EMPLOYEES-READ.
051100     MOVE ZERO TO PSA-EMP-COMP.
051200     MOVE ZERO TO PSA-PYH-HOURS.
051300     MOVE SPACE TO PSA-REASON.
051400
051500     PERFORM GATHER-PLAN-YEAR-PAY THRU
051600             GATHER-PLAN-YEAR-PAY-EXIT.
051700
051800     PERFORM GET-PLAN-YEAR-HOURS THRU
051900             GET-PLAN-YEAR-HOURS-EXIT.
052000
052100     IF EM-TERMINATED AND
052200        PSA-EMP-HOURS = ZERO AND PSA-EMP-COMP = ZERO
052300         ADD 1 TO CT-NO-ACTIVITY
052400         GO TO TEST-ONE-EMPLOYEE-EXIT.
052500
052600     IF EM-HIRE-DATE-CYMD = ZERO
052700         MOVE "N" TO PSA-REASON
052800         GO TO TEST-ONE-TABLE.
052900
053000     IF EM-HIRE-DATE-CYMD > PSA-END-CYMD
053100         MOVE "H" TO PSA-REASON
053200         GO TO TEST-ONE-TABLE.
053300
053400*    Whole months from the hire date to the first day of the
053500*    next plan year.
053600     MOVE EM-HIRE-DATE-CYMD TO PSA-HIRE-CYMD.
053700     COMPUTE PSA-MONTHS =
053800         (PSA-SVC-CCYY - PSA-HIRE-CCYY) * 12
053900         + PSA-SVC-MM - PSA-HIRE-MM.
054000     IF PSA-SVC-DD < PSA-HIRE-DD
054100         SUBTRACT 1 FROM PSA-MONTHS.
054200     IF PSA-MONTHS < PSA-SERVICE-MONTHS
054300         MOVE "S" TO PSA-REASON
054400         GO TO TEST-ONE-TABLE.
054500
054600     IF PSA-EMP-HOURS < PS-ELIGIBLE-HOURS
054700         MOVE "U" TO PSA-REASON
054800         GO TO TEST-ONE-TABLE.
054900
055000     IF PSA-EMP-COMP NOT > ZERO
055100         MOVE "C" TO PSA-REASON.
055200
055300 TEST-ONE-TABLE.
055400     IF PA-ENTRIES-USED NOT < 2000
055500         DISPLAY "PARTICIPANT TABLE FULL - EMPLOYEE " EM-EMP-NUM
055600             " NOT TESTED"
055700         ADD 1 TO CT-TABLE-OVERFLOW
055800         GO TO TEST-ONE-EMPLOYEE-EXIT.
055900
056000     ADD 1 TO PA-ENTRIES-USED.
056100     MOVE PA-ENTRIES-USED TO PA-SUB.
056200     MOVE EM-EMP-NUM TO PA-EMP-NUM (PA-SUB).
056300     MOVE PSA-REASON TO PA-REASON (PA-SUB).
056400     MOVE PSA-EMP-HOURS TO PA-HOURS (PA-SUB).
056500     MOVE PSA-EMP-COMP TO PA-COMP (PA-SUB).
056600     MOVE ZERO TO PA-ALLOCATED (PA-SUB).
056700
056800     IF PSA-REASON = SPACE
056900         ADD 1 TO CT-PARTICIPANTS
057000         ADD PSA-EMP-COMP TO PSA-TOT-COMP
057100         ADD PSA-EMP-HOURS TO PSA-TOT-HOURS
057200     ELSE
057300         ADD 1 TO CT-EXCLUDED.
057400 TEST-ONE-EMPLOYEE-EXIT.  EXIT.
057500
057600 GATHER-PLAN-YEAR-PAY.
057700*    Gross pay and hours of every PAYHIST record dated in the
057800*    plan year, retro records included.
057900     IF NOT PAYHIST-ON-HAND
058000         GO TO GATHER-YTD-PAY.
058100
058200     MOVE "N" TO PAY-SCAN-DONE-SW.
058300     MOVE PRCTL-EMPLOYER-NO TO PYH-EMPLOYER-NO.
058400     MOVE EM-EMP-NUM TO PYH-EMP-NUM.
058500     MOVE PSA-BEG-CYMD TO PYH-PERIOD-DATE-CYMD.
058600     MOVE ZERO TO PYH-RECORD-TYPE.
058700     START PAY-HISTORY-FILE
058800         KEY IS NOT LESS THAN PYH-KEY.
058900     IF PYH-FILE-STATUS NOT = SUCCESSFUL-STATUS
059000         GO TO GATHER-YTD-PAY.
059100
059200     PERFORM SCAN-ONE-PAY-HISTORY THRU
059300             SCAN-ONE-PAY-HISTORY-EXIT
059400         UNTIL PAY-SCAN-DONE.
059500
059600 GATHER-YTD-PAY.
059700*    A calendar plan year can fall back on EARNYTD's gross for an
059800*    employee with nothing on PAYHIST, so long as EARNYTD has not
059900*    yet started the following year over.
060000     IF PSA-EMP-COMP NOT = ZERO OR
060100        NOT CALENDAR-YEAR OR
060200        NOT EARNYTD-ON-HAND
060300         GO TO GATHER-PLAN-YEAR-PAY-EXIT.
060400
060500     MOVE PRCTL-EMPLOYER-NO TO EYD-EMPLOYER-NO.
060600     MOVE EM-EMP-NUM TO EYD-EMP-NUM.
060700     READ EARNINGS-YTD-FILE
060800         INVALID KEY
060900             GO TO GATHER-PLAN-YEAR-PAY-EXIT.
061000     IF EYD-YEAR-YY NOT = PRCTL-PS-CURR-END-DATE-YY OR
061100        EYD-YTD-GROSS NOT > ZERO
061200         GO TO GATHER-PLAN-YEAR-PAY-EXIT.
061300
061400     MOVE EYD-YTD-GROSS TO PSA-EMP-COMP.
061500     ADD 1 TO CT-COMP-FROM-EARNYTD.
061600 GATHER-PLAN-YEAR-PAY-EXIT.  EXIT.
061700
061800 SCAN-ONE-PAY-HISTORY.
061900     READ PAY-HISTORY-FILE NEXT
062000         AT END
062100             MOVE "Y" TO PAY-SCAN-DONE-SW
062200             GO TO SCAN-ONE-PAY-HISTORY-EXIT.
062300
062400     IF PYH-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO OR
062500        PYH-EMP-NUM NOT = EM-EMP-NUM OR
062600        PYH-PERIOD-DATE-CYMD > PSA-END-CYMD
062700         MOVE "Y" TO PAY-SCAN-DONE-SW
062800         GO TO SCAN-ONE-PAY-HISTORY-EXIT.
062900
063000     ADD PYH-GROSS-PAY TO PSA-EMP-COMP.
063100     MOVE PYH-TIME-IMAGE TO PAY-TIME-TRX-RECORD.
063200     COMPUTE PSA-PYH-HOURS = PSA-PYH-HOURS
063300         + TIME-REGULAR-HOURS + TIME-OVERTIME-HOURS
063400         + TIME-VACATION-HOURS + TIME-HOLIDAY-HOURS.
063500 SCAN-ONE-PAY-HISTORY-EXIT.  EXIT.
063600
063700 GET-PLAN-YEAR-HOURS.
063800*    PENHRS's balance when it belongs to this plan year - the
063900*    pension and profit-sharing years are normally the same -
064000*    otherwise the hours the PAYHIST scan added up.
064100     MOVE PSA-PYH-HOURS TO PSA-EMP-HOURS.
064200     IF PENHRS-ON-HAND
064300         MOVE PRCTL-EMPLOYER-NO TO PEN-EMPLOYER-NO
064400         MOVE EM-EMP-NUM TO PEN-EMP-NUM
064500         READ PENSION-HOURS-FILE
064600         IF PEN-FILE-STATUS = SUCCESSFUL-STATUS AND
064700            PEN-PLAN-YR-BEG = PRCTL-PS-CURR-BEG-DATE
064800             MOVE PEN-PLAN-YR-HOURS TO PSA-EMP-HOURS
064900             GO TO GET-PLAN-YEAR-HOURS-EXIT.
065000
065100     IF PSA-EMP-HOURS NOT = ZERO
065200         ADD 1 TO CT-HOURS-FROM-PAYHIST.
065300 GET-PLAN-YEAR-HOURS-EXIT.  EXIT.
065400
065500 ALLOCATE-ONE-PARTICIPANT.
065600     IF PA-REASON (PA-SUB) NOT = SPACE
065700         ADD 1 TO PA-SUB
065800         GO TO ALLOCATE-ONE-PARTICIPANT-EXIT.
065900
066000*    Shared pro rata to compensation; the last participant takes
066100*    whatever the rounding left, so the shares add back to the
066200*    pool to the penny.
066300     ADD 1 TO PSA-ELIG-SEEN.
066400     IF PSA-ELIG-SEEN = CT-PARTICIPANTS
066500         COMPUTE PA-ALLOCATED (PA-SUB) =
066600             PSA-POOL - PSA-TOT-ALLOCATED
066700     ELSE
066800         COMPUTE PA-ALLOCATED (PA-SUB) ROUNDED =
066900             PSA-POOL * PA-COMP (PA-SUB) / PSA-TOT-COMP.
067000     ADD PA-ALLOCATED (PA-SUB) TO PSA-TOT-ALLOCATED.
067100     COMPUTE PSA-PCT-OF-COMP ROUNDED =
067200         PA-COMP (PA-SUB) * 100 / PSA-TOT-COMP.
067300
067400     PERFORM READ-PARTICIPANT THRU
067500             READ-PARTICIPANT-EXIT.
067600
067700     MOVE SPACES TO PSA-REPORT-LINE.
067800     MOVE PA-EMP-NUM (PA-SUB) TO PSA-RL-EMP-NUM.
067900     MOVE EM-EMP-NAME TO PSA-RL-EMP-NAME.
068000     MOVE EM-HIRE-DATE-CYMD TO PSA-RL-HIRE-DATE.
068100     MOVE PA-HOURS (PA-SUB) TO PSA-RL-HOURS.
068200     MOVE PA-COMP (PA-SUB) TO PSA-RL-COMP.
068300     MOVE PSA-PCT-OF-COMP TO PSA-RL-PCT.
068400     MOVE PA-ALLOCATED (PA-SUB) TO PSA-RL-ALLOCATED.
068500     WRITE PRINT-RECORD FROM PSA-REPORT-LINE.
068600
068700     IF POST-RUN
068800         MOVE SPACES TO PSC-RECORD
068900         MOVE PRCTL-EMPLOYER-NO TO PSC-EMPLOYER-NO
069000         MOVE PA-EMP-NUM (PA-SUB) TO PSC-EMP-NUM
069100         MOVE EM-SOC-SEC-NO TO PSC-SOC-SEC-NO
069200         MOVE EM-EMP-NAME TO PSC-EMP-NAME
069300         MOVE EM-HIRE-DATE-CYMD TO PSC-HIRE-DATE-CYMD
069400         MOVE PSA-BEG-CYMD TO PSC-PLAN-YR-BEG-CYMD
069500         MOVE PSA-END-CYMD TO PSC-PLAN-YR-END-CYMD
069600         MOVE PA-HOURS (PA-SUB) TO PSC-PLAN-YR-HOURS
069700         MOVE PA-COMP (PA-SUB) TO PSC-COMPENSATION
069800         MOVE PA-ALLOCATED (PA-SUB) TO PSC-CONTRIBUTION
069900         MOVE EM-STATUS TO PSC-EMP-STATUS
070000         WRITE PSC-RECORD
070100         ADD 1 TO CT-CONTRIB-WRITTEN.
070200
070300     ADD 1 TO PA-SUB.
070400 ALLOCATE-ONE-PARTICIPANT-EXIT.  EXIT.
070500
070600 LIST-ONE-EXCLUDED.
070700     IF PA-REASON (PA-SUB) = SPACE
070800         GO TO LIST-ONE-EXCLUDED-NEXT.
070900
071000     PERFORM READ-PARTICIPANT THRU
071100             READ-PARTICIPANT-EXIT.
071200
071300     MOVE SPACES TO PSX-REPORT-LINE.
071400     MOVE PA-EMP-NUM (PA-SUB) TO PSX-RL-EMP-NUM.
071500     MOVE EM-EMP-NAME TO PSX-RL-EMP-NAME.
071600     MOVE EM-HIRE-DATE-CYMD TO PSX-RL-HIRE-DATE.
071700     MOVE PA-HOURS (PA-SUB) TO PSX-RL-HOURS.
071800     MOVE PA-COMP (PA-SUB) TO PSX-RL-COMP.
071900     IF PA-REASON (PA-SUB) = "N"
072000         MOVE "NO HIRE DATE ON FILE" TO PSX-RL-REASON.
072100     IF PA-REASON (PA-SUB) = "H"
072200         MOVE "HIRED AFTER PLAN YEAR END" TO PSX-RL-REASON.
072300     IF PA-REASON (PA-SUB) = "S"
072400         MOVE "SERVICE REQUIREMENT NOT MET" TO PSX-RL-REASON.
072500     IF PA-REASON (PA-SUB) = "U"
072600         MOVE "UNDER 1,000 PLAN-YEAR HOURS" TO PSX-RL-REASON.
072700     IF PA-REASON (PA-SUB) = "C"
072800         MOVE "NO PLAN-YEAR COMPENSATION" TO PSX-RL-REASON.
072900     WRITE PRINT-RECORD FROM PSX-REPORT-LINE.
073000
073100 LIST-ONE-EXCLUDED-NEXT.
073200     ADD 1 TO PA-SUB.
073300 LIST-ONE-EXCLUDED-EXIT.  EXIT.
073400
073500 READ-PARTICIPANT.
073600     MOVE PRCTL-EMPLOYER-NO TO EM-EMPLOYER-NO.
073700     MOVE PA-EMP-NUM (PA-SUB) TO EM-EMP-NUM.
073800     READ EMPLOYEE-MASTER-FILE
073900         INVALID KEY
074000             MOVE SPACES TO EM-EMP-NAME
074100             MOVE ZERO TO EM-SOC-SEC-NO
074200             MOVE ZERO TO EM-HIRE-DATE-CYMD
074300             MOVE SPACE TO EM-STATUS.
074400 READ-PARTICIPANT-EXIT.  EXIT.
074500
074600 ROLL-PLAN-YEAR.
074700     IF PRCTL-PS-BEG-DATE NOT NUMERIC OR
074800        PRCTL-PS-BEG-DATE = ZERO
074900         MOVE PRCTL-PS-CURR-BEG-DATE TO PRCTL-PS-BEG-DATE.
075000     MOVE PRCTL-PS-CURR-END-DATE TO PRCTL-PS-PRIOR-END-DATE.
075100     MOVE PSA-NEXT-BEG TO PRCTL-PS-CURR-BEG-DATE.
075200     MOVE PSA-NEXT-END TO PRCTL-PS-CURR-END-DATE.
075300     REWRITE PAYROLL-CONTROL-RECORD.
075400     DISPLAY "PROFIT SHARING PLAN YEAR ROLLED TO "
075500         PRCTL-PS-CURR-BEG-DATE " - " PRCTL-PS-CURR-END-DATE.
075600 ROLL-PLAN-YEAR-EXIT.  EXIT.
075700
075800 END-OF-PROGRAM SECTION.
075900
076000 DONE.
076100     STOP RUN.
076200
076300 END-OF-PROGRAM-EXIT.  EXIT.
