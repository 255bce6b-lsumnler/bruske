000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN73.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Terminated employee separation run.  Finds every employee of
000700*  the entered employer whose EMPMAST status was flipped to
000800*  terminated by NNNNNN28 (the status-flip records NNNNNN28 logs
000900*  to AUDLOG - the date logged is the termination date) and who
001000*  has no SEPHIST record for that termination yet, so each run
001100*  picks up only the terminations since the last one.  A
001200*  termination followed on the log by a rehire is passed over,
001210*  and neither it nor one already on SEPHIST is held in the
001220*  run's termination table.  For each one:
001300*    - the final pay is the employee's type-1 PRTIMFIL record for
001400*      the entered pay period; when there is none, it is built
001500*      from the latest PAYHIST image with every amount zeroed,
001600*      the way NNNNNN49 builds its retro records (not for a
001700*      salaried employee, whom NNNNNN51 would pay a full period);
001800*    - the unused VACBAL vacation hours go on as vacation hours,
001900*      for NNNNNN51 to pay at the rate in force and the NNNNNN33
002000*      usage update to take off the balance;
002100*    - the open LOANMST balance and the DEDARRS arrears balances
002200*      are taken from the final check, up to the operator-entered
002300*      share of the estimated final gross, and never below the
002400*      minimum wage for the hours worked when one is entered - the
002500*      loan as TIME-LOAN-DED (applied to LOANMST by NNNNNN48), the
002600*      arrears onto each code's deduction entry;
002700*    - the DDPRENOT enrollment is inactivated and the record's
002800*      deposit stopped, so the final check prints on paper;
002900*    - a termination notice prints on the NOTICES printer for
003000*      every AGYPAYEE payee, with the last amount remitted from
003100*      PAYHIST.
003200*  The separation checklist lists what was done per employee,
003300*  and the SEPHIST record keeps it.  Run after NNNNNN47 has
003400*  posted the period's hours and before NNNNNN51 calculates the
003500*  pay.  Guarded by the RUNCTL run control: held until NNNNNN47
003510*  has completed for the pay period, and refused, short of an
003520*  operator override, once NNNNNN51 has calculated the period.
003600*****************************************************************
003700
003800 AUTHOR. Terry Reinholt
003900
004000 ENVIRONMENT DIVISION.
004100
004200 CONFIGURATION SECTION.
004300
004400 SOURCE-COMPUTER. WANG-2200-VS.
004500 OBJECT-COMPUTER. WANG-2200-VS.
004600
004700     COPY FIGCONS.
004800
004900 INPUT-OUTPUT SECTION.
005000
005100 FILE-CONTROL.
005200
005300     COPY SLPRCNTL.
005400
005500     COPY SLRUNCTL.
005600
005700     COPY SLAUDLOG.
005800
005900     COPY SLEMPMST.
006000
006100     COPY SLTMETRX.
006200
006300     COPY SLPAYHST.
006400
006500     COPY SLPAYRAT.
006600
006700     COPY SLVACBAL.
006800
006900     COPY SLLOANMS.
007000
007100     COPY SLDEDARR.
007200
007300     COPY SLDDPREN.
007400
007500     COPY SLAGYPAY.
007600
007700     COPY SLSEPHST.
007800
007900     COPY SLAGYNOT.
008000
008100     COPY SLPRINT.
008200
008300/
008400 DATA DIVISION.
008500
008600 FILE SECTION.
008700
008800     COPY FDPRCNTL.
008900
009000     COPY FDRUNCTL.
009100
009200     COPY FDAUDLOG.
009300
009400     COPY FDEMPMST.
009500
009600     COPY FDTMETRX.
009700
009800     COPY FDPAYHST.
009900
010000     COPY FDPAYRAT.
010100
010200     COPY FDVACBAL.
010300
010400     COPY FDLOANMS.
010500
010600     COPY FDDEDARR.
010700
010800     COPY FDDDPREN.
010900
011000     COPY FDAGYPAY.
011100
011200     COPY FDSEPHST.
011300
011400     COPY FDAGYNOT.
011500
011600     COPY FDPRINT.
011700
011800/
011900 WORKING-STORAGE SECTION.
012000
012100     COPY WSPRCNTL.
012200
012300     COPY WSRUNCTL.
012400
012500     COPY WSAUDLOG.
012600
012700     COPY WSEMPMST.
012800
012900     COPY WSTMETRX.
013000
013100     COPY WSPAYHST.
013200
013300     COPY WSPAYRAT.
013400
013500     COPY WSVACBAL.
013600
013700     COPY WSLOANMS.
013800
013900     COPY WSDEDARR.
014000
014100     COPY WSDDPREN.
014200
014300     COPY WSAGYPAY.
014400
014500     COPY WSSEPHST.
014600
014700     COPY WSAGYNOT.
014800
014900     COPY WSPRINT.
015000
015100     COPY WSFILEST.
015200
015300 77  CT-AUDIT-RECORDS-READ            PIC 9(7) COMP VALUE ZERO.
015400 77  CT-TERMINATIONS-LOGGED           PIC 9(7) COMP VALUE ZERO.
015500 77  CT-EMPLOYEES-FOUND               PIC 9(7) COMP VALUE ZERO.
015600 77  CT-ALREADY-SEPARATED             PIC 9(7) COMP VALUE ZERO.
015700 77  CT-REHIRED-SKIPPED               PIC 9(7) COMP VALUE ZERO.
015800 77  CT-NOT-SEPARATED                 PIC 9(7) COMP VALUE ZERO.
015900 77  CT-TABLE-FULL                    PIC 9(7) COMP VALUE ZERO.
016000 77  CT-EMPLOYEES-SEPARATED           PIC 9(7) COMP VALUE ZERO.
016050 77  CT-SEPHIST-NOT-WRITTEN           PIC 9(7) COMP VALUE ZERO.
016100 77  CT-FINAL-PAY-BUILT               PIC 9(7) COMP VALUE ZERO.
016200 77  CT-VACATION-PAYOUTS              PIC 9(7) COMP VALUE ZERO.
016300 77  CT-LOANS-RECOVERED               PIC 9(7) COMP VALUE ZERO.
016400 77  CT-ARREARS-RECOVERED             PIC 9(7) COMP VALUE ZERO.
016500 77  CT-DEPOSITS-STOPPED              PIC 9(7) COMP VALUE ZERO.
016600 77  CT-NOTICES-PRINTED               PIC 9(7) COMP VALUE ZERO.
016700 77  CT-VAC-HOURS-TOTAL              PIC S9(8)V99 COMP VALUE ZERO.
016800 77  CT-VAC-PAY-TOTAL                PIC S9(8)V99 COMP VALUE ZERO.
016900 77  CT-LOAN-TOTAL                   PIC S9(8)V99 COMP VALUE ZERO.
017000 77  CT-LOAN-LEFT-TOTAL              PIC S9(8)V99 COMP VALUE ZERO.
017100 77  CT-ARREARS-TOTAL                PIC S9(8)V99 COMP VALUE ZERO.
017200 77  CT-ARREARS-LEFT-TOTAL           PIC S9(8)V99 COMP VALUE ZERO.
017300
017400 77  AUDLOG-ON-HAND-SW                PIC X(1) VALUE "N".
017500     88  AUDLOG-ON-HAND                VALUE "Y".
017600 77  PAYHIST-ON-HAND-SW               PIC X(1) VALUE "N".
017700     88  PAYHIST-ON-HAND               VALUE "Y".
017800 77  PAYRATE-ON-HAND-SW               PIC X(1) VALUE "N".
017900     88  PAYRATE-ON-HAND               VALUE "Y".
018000 77  VACBAL-ON-HAND-SW                PIC X(1) VALUE "N".
018100     88  VACBAL-ON-HAND                VALUE "Y".
018200 77  LOANMST-ON-HAND-SW               PIC X(1) VALUE "N".
018300     88  LOANMST-ON-HAND               VALUE "Y".
018400 77  DEDARR-ON-HAND-SW                PIC X(1) VALUE "N".
018500     88  DEDARR-ON-HAND                VALUE "Y".
018600 77  AGYPAYEE-ON-HAND-SW              PIC X(1) VALUE "N".
018700     88  AGYPAYEE-ON-HAND              VALUE "Y".
018800 77  SEP-USAGE-POSTED-SW              PIC X(1) VALUE "N".
018900     88  SEP-USAGE-POSTED              VALUE "Y".
019000 77  SEP-TERM-FOUND-SW                PIC X(1) VALUE "N".
019100     88  SEP-TERM-FOUND                VALUE "Y".
019200 77  SEP-SALARIED-SW                  PIC X(1) VALUE "N".
019300     88  SEP-SALARIED                  VALUE "Y".
019400 77  SEP-SCAN-DONE-SW                 PIC X(1) VALUE "N".
019500     88  SEP-SCAN-DONE                 VALUE "Y".
019600 77  SEP-SLOT-FOUND-SW                PIC X(1) VALUE "N".
019700     88  SEP-SLOT-FOUND                VALUE "Y".
019800 77  SEP-HIST-FOUND-SW                PIC X(1) VALUE "N".
019900     88  SEP-HIST-FOUND                VALUE "Y".
020000 77  SEP-REMIT-FOUND-SW               PIC X(1) VALUE "N".
020100     88  SEP-REMIT-FOUND               VALUE "Y".
020200
020300 77  SEP-RECOVERY-PCT                 PIC 9(2) VALUE ZERO.
020400 77  SEP-MINIMUM-WAGE                 PIC 9(2)V99 VALUE ZERO.
020500 77  SEP-TODAY-DATE                   PIC 9(6) VALUE ZERO.
020600 77  SEP-TERM-USED                    PIC 9(4) COMP VALUE ZERO.
020700 77  SEP-TERM-SUB                     PIC 9(4) COMP VALUE ZERO.
020800 77  SEP-FIND-SUB                     PIC 9(4) COMP VALUE ZERO.
020900 77  SEP-DED-SUB                      PIC 9(2) COMP VALUE ZERO.
021000 77  SEP-SLOT-SUB                     PIC 9(2) COMP VALUE ZERO.
021100 77  SEP-LINE-COUNT                   PIC 9(2) COMP VALUE ZERO.
021200 77  SEP-HOURLY-RATE                PIC S9(3)V999 COMP VALUE ZERO.
021300 77  SEP-SALARY-AMT                  PIC S9(5)V99 COMP VALUE ZERO.
021400 77  SEP-OT-MULTIPLIER                PIC 9(1)V99 VALUE 1.50.
021500 77  SEP-VAC-REMAINING               PIC S9(4)V99 COMP VALUE ZERO.
021600 77  SEP-EST-GROSS                   PIC S9(6)V99 COMP VALUE ZERO.
021700 77  SEP-HOURS-WORKED                PIC S9(4)V99 COMP VALUE ZERO.
021800 77  SEP-MIN-WAGE-PAY                PIC S9(6)V99 COMP VALUE ZERO.
021900 77  SEP-RECOVERY-ROOM               PIC S9(6)V99 COMP VALUE ZERO.
022000 77  SEP-FLOOR-ROOM                  PIC S9(6)V99 COMP VALUE ZERO.
022100 77  SEP-DED-WANTED                  PIC S9(5)V99 COMP VALUE ZERO.
022200 77  SEP-CATCH-UP                    PIC S9(5)V99 COMP VALUE ZERO.
022300 77  SEP-REMIT-AMOUNT                PIC S9(5)V99 COMP VALUE ZERO.
022400 77  SEP-LAST-REMIT-AMOUNT           PIC S9(5)V99 COMP VALUE ZERO.
022500 77  SEP-LAST-REMIT-PERIOD            PIC 9(6) VALUE ZERO.
022600 77  SEP-MESSAGE-HOLD                 PIC X(17) VALUE SPACES.
022700 77  SEP-TIME-IMAGE-HOLD              PIC X(950) VALUE SPACES.
022800
022900 01  PERIOD-DATE-BREAKOUT.
023000     05  PRD-MM                       PIC 9(2).
023100     05  PRD-DD                       PIC 9(2).
023200     05  PRD-YY                       PIC 9(2).
023300
023400 01  SEP-PERIOD-DATE-CYMD                PIC 9(8) VALUE ZERO.
023500 01  FILLER REDEFINES SEP-PERIOD-DATE-CYMD.
023600     05  SEP-PERIOD-CCYY              PIC 9(4).
023700     05  SEP-PERIOD-MM                PIC 9(2).
023800     05  SEP-PERIOD-DD                PIC 9(2).
023900
024000 01  SEP-TERM-DATE-WORK                  PIC 9(8) VALUE ZERO.
024100 01  FILLER REDEFINES SEP-TERM-DATE-WORK.
024200     05  SEP-TERM-CCYY                PIC 9(4).
024300     05  SEP-TERM-MM                  PIC 9(2).
024400     05  SEP-TERM-DD                  PIC 9(2).
024500
024600 01  SEP-RUN-DATE-BREAKOUT.
024700     05  SEP-RUN-YY                   PIC 9(2).
024800     05  SEP-RUN-MM                   PIC 9(2).
024900     05  SEP-RUN-DD                   PIC 9(2).
025000
025100*    Employees terminated on the log, latest termination date
025200*    each - the log is in the order applied, so a later flip
025300*    simply replaces an earlier one.
025400 01  SEP-TERM-TABLE.
025500     05  SEP-TERM-ENTRY OCCURS 2000 TIMES.
025600         10  SEP-TT-EMP-NUM           PIC 9(4).
025700         10  SEP-TT-TERM-DATE-CYMD    PIC 9(8).
025800
025900 01  CT-REPORT-LINE.
026000     05  FILLER                       PIC X(4).
026100     05  CT-RL-LABEL                   PIC X(40).
026200     05  FILLER                       PIC X(4).
026300     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
026400     05  FILLER                       PIC X(69).
026500
026600 01  SEP-HEADING-LINE-1.
026700     05  FILLER                       PIC X(26) VALUE
026800                                          "EMP   EMPLOYEE".
026900     05  FILLER                   PIC X(12) VALUE "TERMINATED".
027000     05  FILLER                       PIC X(7) VALUE "FINAL".
027100     05  FILLER                       PIC X(19) VALUE
027200                                          " UNUSED VACATION".
027300     05  FILLER                       PIC X(19) VALUE
027400                                          "   LOAN BALANCE".
027500     05  FILLER                       PIC X(22) VALUE
027600                                          "    ARREARS BALANCE".
027700     05  FILLER                       PIC X(27) VALUE "DIR".
027800
027900 01  SEP-HEADING-LINE-2.
028000     05  FILLER                       PIC X(38) VALUE
028100                                          "NUM   NAME".
028200     05  FILLER                       PIC X(7) VALUE "PAY".
028300     05  FILLER                       PIC X(8) VALUE " HOURS".
028400     05  FILLER                       PIC X(11) VALUE "  EST PAY".
028500     05  FILLER                       PIC X(8) VALUE " TAKEN".
028600     05  FILLER                       PIC X(11) VALUE "     LEFT".
028700     05  FILLER                       PIC X(11) VALUE "    TAKEN".
028800     05  FILLER                       PIC X(11) VALUE "     LEFT".
028900     05  FILLER                       PIC X(27) VALUE
029000                                          "DEP  NTC STATUS".
029100
029200 01  SEP-REPORT-LINE.
029300     05  SEP-RL-EMP-NUM                 PIC ZZZ9.
029400     05  FILLER                       PIC X(2).
029500     05  SEP-RL-EMP-NAME                PIC X(18).
029600     05  FILLER                       PIC X(2).
029700     05  SEP-RL-TERM-DATE               PIC 9999/99/99.
029800     05  FILLER                       PIC X(2).
029900     05  SEP-RL-PAY-SOURCE              PIC X(5).
030000     05  FILLER                       PIC X(2).
030100     05  SEP-RL-VAC-HOURS               PIC ZZ9.99.
030200     05  FILLER                       PIC X(2).
030300     05  SEP-RL-VAC-PAY                 PIC ZZ,ZZ9.99.
030400     05  FILLER                       PIC X(2).
030500     05  SEP-RL-LOAN-TAKEN              PIC ZZ9.99.
030600     05  FILLER                       PIC X(2).
030700     05  SEP-RL-LOAN-LEFT               PIC ZZ,ZZ9.99.
030800     05  FILLER                       PIC X(2).
030900     05  SEP-RL-ARREARS-TAKEN           PIC ZZ,ZZ9.99.
031000     05  FILLER                       PIC X(2).
031100     05  SEP-RL-ARREARS-LEFT            PIC ZZ,ZZ9.99.
031200     05  FILLER                       PIC X(2).
031300     05  SEP-RL-DEPOSIT                 PIC X(4).
031400     05  FILLER                       PIC X(1).
031500     05  SEP-RL-NOTICES                 PIC Z9.
031600     05  FILLER                       PIC X(2).
031700     05  SEP-RL-MESSAGE                 PIC X(17).
031800
031900 01  ANL-NOTICE-LINE.
032000     05  FILLER                       PIC X(8).
032100     05  ANL-LABEL                     PIC X(30).
032200     05  ANL-TEXT                      PIC X(48).
032300     05  FILLER                       PIC X(46).
032400
032500 01  ANL-DATE-EDIT                       PIC 99/99/99.
032600 01  ANL-DATE-WORK                       PIC 9(6) VALUE ZERO.
032700 01  FILLER REDEFINES ANL-DATE-WORK.
032800     05  ANL-DATE-MM                  PIC 9(2).
032900     05  ANL-DATE-DD                  PIC 9(2).
033000     05  ANL-DATE-YY                  PIC 9(2).
033100 01  ANL-TERM-DATE-EDIT                  PIC 99/99/9999.
033200 01  ANL-TERM-DATE-WORK                  PIC 9(8) VALUE ZERO.
033300 01  FILLER REDEFINES ANL-TERM-DATE-WORK.
033400     05  ANL-TERM-MM                  PIC 9(2).
033500     05  ANL-TERM-DD                  PIC 9(2).
033600     05  ANL-TERM-CCYY                PIC 9(4).
033700 01  ANL-AMOUNT-EDIT                     PIC ZZ,ZZ9.99.
033800 01  ANL-SSN-EDIT                        PIC 999B99B9999.
033900
034000/
034100 PROCEDURE DIVISION.
034200
034300 MAIN-LOGIC SECTION.
034400
034500 INITIALIZATION.
034600     OPEN INPUT PAYROLL-CONTROL-FILE.
034700     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
034800     ACCEPT PRCTL-EMPLOYER-NO.
034900     READ PAYROLL-CONTROL-FILE
035000         INVALID KEY
035100             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
035200             GO TO DONE.
035300
035400     DISPLAY "ENTER PAY PERIOD DATE OF THE FINAL PAY (MMDDYY)".
035500     ACCEPT RNC-CHECK-PERIOD-DATE.
035600     PERFORM OPEN-RUN-CONTROL THRU
035700             OPEN-RUN-CONTROL-EXIT.
035800     MOVE "NNNNNN73" TO RNC-CHECK-PGM-NAME.
035900     MOVE "NNNNNN47" TO RNC-PREREQ-PGM-NAME.
036000     PERFORM CHECK-RUN-CONTROL THRU
036100             CHECK-RUN-CONTROL-EXIT.
036200     IF RNC-RUN-REFUSED
036300         DISPLAY "RUN CANCELLED BY RUN CONTROL"
036400         GO TO DONE.
036500
036600*    When the NNNNNN33 usage update has already run for the
036700*    period it has counted the record's vacation hours, and
036800*    will not see the payout hours - this run then takes them
036900*    off VACBAL itself.
037000     MOVE PRCTL-EMPLOYER-NO TO RNC-EMPLOYER-NO.
037100     MOVE "NNNNNN33" TO RNC-PROGRAM-ID.
037200     READ RUN-CONTROL-FILE.
037300     IF RNC-FILE-STATUS = SUCCESSFUL-STATUS AND
037400        RNC-PAY-PERIOD-DATE = RNC-CHECK-PERIOD-DATE AND
037500        RNC-RUN-COMPLETE
037600         MOVE "Y" TO SEP-USAGE-POSTED-SW.
037605
037610*    The final pay is figured by NNNNNN51, so once it has
037615*    calculated the period the loan, arrears and deposit changes
037620*    made here would miss the final check.
037625     MOVE PRCTL-EMPLOYER-NO TO RNC-EMPLOYER-NO.
037630     MOVE "NNNNNN51" TO RNC-PROGRAM-ID.
037635     READ RUN-CONTROL-FILE.
037640     IF RNC-FILE-STATUS = SUCCESSFUL-STATUS AND
037645        RNC-PAY-PERIOD-DATE = RNC-CHECK-PERIOD-DATE AND
037650        RNC-RUN-COMPLETE
037655         DISPLAY "NNNNNN51 HAS ALREADY CALCULATED PERIOD "
037660                 RNC-CHECK-PERIOD-DATE
037665         DISPLAY "NNNNNN51 MUST BE RERUN IF THIS RUN GOES AHEAD"
037670         PERFORM PROMPT-RUN-OVERRIDE THRU
037675                 PROMPT-RUN-OVERRIDE-EXIT
037680         IF RNC-RUN-REFUSED
037685             DISPLAY "RUN CANCELLED BY RUN CONTROL"
037690             GO TO DONE.
037700
037800     DISPLAY "ENTER PCT OF FINAL GROSS RECOVERABLE (0 = 25)".
037900     ACCEPT SEP-RECOVERY-PCT.
038000     IF SEP-RECOVERY-PCT = ZERO
038100         MOVE 25 TO SEP-RECOVERY-PCT.
038200     DISPLAY "ENTER MINIMUM WAGE (99.99, 0 = NO TEST)".
038300     ACCEPT SEP-MINIMUM-WAGE.
038400
038500     MOVE RNC-CHECK-PERIOD-DATE TO PERIOD-DATE-BREAKOUT.
038600     COMPUTE SEP-PERIOD-CCYY = 2000 + PRD-YY.
038700     MOVE PRD-MM TO SEP-PERIOD-MM.
038800     MOVE PRD-DD TO SEP-PERIOD-DD.
038900     ACCEPT SEP-TODAY-DATE FROM DATE.
039000     MOVE SEP-TODAY-DATE TO SEP-RUN-DATE-BREAKOUT.
039100
039200     OPEN INPUT AUDIT-LOG-FILE.
039300     IF AUD-FILE-STATUS = SUCCESSFUL-STATUS
039400         MOVE "Y" TO AUDLOG-ON-HAND-SW.
039500     OPEN INPUT EMPLOYEE-MASTER-FILE.
039600     IF EM-FILE-STATUS NOT = SUCCESSFUL-STATUS
039700         DISPLAY "UNABLE TO OPEN EMPMAST FILE, STATUS = "
039800             EM-FILE-STATUS
039900         GO TO DONE.
040000     OPEN I-O PAY-TIME-TRX-FILE.
040100     OPEN INPUT PAY-HISTORY-FILE.
040200     IF PYH-FILE-STATUS = SUCCESSFUL-STATUS
040300         MOVE "Y" TO PAYHIST-ON-HAND-SW.
040400     OPEN INPUT PAY-RATE-FILE.
040500     IF RAT-FILE-STATUS = SUCCESSFUL-STATUS
040600         MOVE "Y" TO PAYRATE-ON-HAND-SW.
040700     OPEN I-O VACATION-BAL-FILE.
040800     IF VAC-FILE-STATUS = SUCCESSFUL-STATUS
040900         MOVE "Y" TO VACBAL-ON-HAND-SW.
041000     OPEN INPUT LOAN-MASTER-FILE.
041100     IF LN-FILE-STATUS = SUCCESSFUL-STATUS
041200         MOVE "Y" TO LOANMST-ON-HAND-SW.
041300     OPEN I-O DEDUCTION-ARREARS-FILE.
041400     IF DA-FILE-STATUS = SUCCESSFUL-STATUS
041500         MOVE "Y" TO DEDARR-ON-HAND-SW.
041600     OPEN I-O DD-PRENOTE-FILE.
041700     IF DDP-FILE-STATUS = "35"
041800         OPEN OUTPUT DD-PRENOTE-FILE
041900         CLOSE DD-PRENOTE-FILE
042000         OPEN I-O DD-PRENOTE-FILE.
042100     OPEN INPUT AGENCY-PAYEE-FILE.
042200     IF AGY-FILE-STATUS = SUCCESSFUL-STATUS
042300         MOVE "Y" TO AGYPAYEE-ON-HAND-SW.
042400     OPEN I-O SEPARATION-HIST-FILE.
042500     IF SEP-FILE-STATUS = "35"
042600         OPEN OUTPUT SEPARATION-HIST-FILE
042700         CLOSE SEPARATION-HIST-FILE
042800         OPEN I-O SEPARATION-HIST-FILE.
042900     OPEN OUTPUT AGENCY-NOTICE-FILE.
043000     OPEN OUTPUT PRINT-FILE.
043100
043200     PERFORM HEADING-ROUTINE THRU
043300             HEADING-ROUTINE-EXIT.
043400
043500     IF NOT AUDLOG-ON-HAND
043600         MOVE "NO AUDLOG FILE - NO TERMINATIONS TO FIND" TO
043700             PRINT-RECORD
043800         WRITE PRINT-RECORD
043900     ELSE
044000         PERFORM READ-AUDIT-LOG THRU
044100                 READ-AUDIT-LOG-EXIT
044200             UNTIL AUD-FILE-STATUS = AT-END.
044300
044400     MOVE 1 TO SEP-TERM-SUB.
044500     PERFORM SEPARATE-ONE-EMPLOYEE THRU
044600             SEPARATE-ONE-EMPLOYEE-EXIT
044700         UNTIL SEP-TERM-SUB > SEP-TERM-USED.
044800
044900     PERFORM CLOSE-DOWN THRU
045000             CLOSING-PROCEDURE-EXIT.
045100
045200     GO TO DONE.
045300
045400 HEADING-ROUTINE.
045500     MOVE SPACES TO PRINT-RECORD.
045600     MOVE "TERMINATED EMPLOYEE SEPARATION CHECKLIST" TO
045700         PRINT-RECORD.
045800     WRITE PRINT-RECORD.
045900     MOVE SPACES TO PRINT-RECORD.
046000     WRITE PRINT-RECORD.
046100     WRITE PRINT-RECORD FROM SEP-HEADING-LINE-1.
046200     WRITE PRINT-RECORD FROM SEP-HEADING-LINE-2.
046300     MOVE SPACES TO PRINT-RECORD.
046400     WRITE PRINT-RECORD.
046500 HEADING-ROUTINE-EXIT.  EXIT.
046600
046700 CLOSING-PROCEDURE SECTION.
046800
046900 CLOSE-DOWN.
047000     MOVE SPACES TO PRINT-RECORD.
047100     WRITE PRINT-RECORD.
047200     MOVE "AUDLOG RECORDS READ" TO CT-RL-LABEL.
047300     MOVE CT-AUDIT-RECORDS-READ TO CT-RL-VALUE.
047400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
047500     MOVE "TERMINATIONS LOGGED" TO CT-RL-LABEL.
047600     MOVE CT-TERMINATIONS-LOGGED TO CT-RL-VALUE.
047700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
047800     MOVE "  SEPARATED BY AN EARLIER RUN" TO CT-RL-LABEL.
047900     MOVE CT-ALREADY-SEPARATED TO CT-RL-VALUE.
048000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
048100     MOVE "  REHIRED SINCE - PASSED OVER" TO CT-RL-LABEL.
048200     MOVE CT-REHIRED-SKIPPED TO CT-RL-VALUE.
048300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
048400     MOVE "EMPLOYEES TO SEPARATE" TO CT-RL-LABEL.
048500     MOVE CT-EMPLOYEES-FOUND TO CT-RL-VALUE.
048600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
048700     MOVE "  NOT SEPARATED - SEE CHECKLIST" TO CT-RL-LABEL.
048800     MOVE CT-NOT-SEPARATED TO CT-RL-VALUE.
048900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
049000     MOVE "  SEPARATED THIS RUN" TO CT-RL-LABEL.
049100     MOVE CT-EMPLOYEES-SEPARATED TO CT-RL-VALUE.
049200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
049210     MOVE "  SEPHIST NOT WRITTEN - SEE CHECKLIST" TO CT-RL-LABEL.
049220     MOVE CT-SEPHIST-NOT-WRITTEN TO CT-RL-VALUE.
049230     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
049300     MOVE "TERMINATIONS NOT TABLED - RERUN" TO CT-RL-LABEL.
049400     MOVE CT-TABLE-FULL TO CT-RL-VALUE.
049500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
049600     MOVE "FINAL PAY RECORDS BUILT FROM PAYHIST" TO CT-RL-LABEL.
049700     MOVE CT-FINAL-PAY-BUILT TO CT-RL-VALUE.
049800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
049900     MOVE "UNUSED VACATION PAYOUTS" TO CT-RL-LABEL.
050000     MOVE CT-VACATION-PAYOUTS TO CT-RL-VALUE.
050100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
050200     MOVE "  HOURS PAID OUT" TO CT-RL-LABEL.
050300     MOVE CT-VAC-HOURS-TOTAL TO CT-RL-VALUE.
050400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
050500     MOVE "  ESTIMATED PAYOUT" TO CT-RL-LABEL.
050600     MOVE CT-VAC-PAY-TOTAL TO CT-RL-VALUE.
050700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
050800     MOVE "LOANS RECOVERED FROM FINAL PAY" TO CT-RL-LABEL.
050900     MOVE CT-LOANS-RECOVERED TO CT-RL-VALUE.
051000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
051100     MOVE "  AMOUNT TAKEN" TO CT-RL-LABEL.
051200     MOVE CT-LOAN-TOTAL TO CT-RL-VALUE.
051300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
051400     MOVE "  BALANCE LEFT OWING" TO CT-RL-LABEL.
051500     MOVE CT-LOAN-LEFT-TOTAL TO CT-RL-VALUE.
051600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
051700     MOVE "ARREARS RECOVERED FROM FINAL PAY" TO CT-RL-LABEL.
051800     MOVE CT-ARREARS-RECOVERED TO CT-RL-VALUE.
051900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
052000     MOVE "  AMOUNT TAKEN" TO CT-RL-LABEL.
052100     MOVE CT-ARREARS-TOTAL TO CT-RL-VALUE.
052200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
052300     MOVE "  BALANCE LEFT OWING" TO CT-RL-LABEL.
052400     MOVE CT-ARREARS-LEFT-TOTAL TO CT-RL-VALUE.
052500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
052600     MOVE "DIRECT DEPOSITS STOPPED" TO CT-RL-LABEL.
052700     MOVE CT-DEPOSITS-STOPPED TO CT-RL-VALUE.
052800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
052900     MOVE "AGENCY TERMINATION NOTICES PRINTED" TO CT-RL-LABEL.
053000     MOVE CT-NOTICES-PRINTED TO CT-RL-VALUE.
053100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
053200
053300     PERFORM STAMP-RUN-COMPLETE THRU
053400             STAMP-RUN-COMPLETE-EXIT.
053500
053600     IF AUDLOG-ON-HAND
053700         CLOSE AUDIT-LOG-FILE.
053800     IF PAYHIST-ON-HAND
053900         CLOSE PAY-HISTORY-FILE.
054000     IF PAYRATE-ON-HAND
054100         CLOSE PAY-RATE-FILE.
054200     IF VACBAL-ON-HAND
054300         CLOSE VACATION-BAL-FILE.
054400     IF LOANMST-ON-HAND
054500         CLOSE LOAN-MASTER-FILE.
054600     IF DEDARR-ON-HAND
054700         CLOSE DEDUCTION-ARREARS-FILE.
054800     IF AGYPAYEE-ON-HAND
054900         CLOSE AGENCY-PAYEE-FILE.
055000     CLOSE PAYROLL-CONTROL-FILE
055100           EMPLOYEE-MASTER-FILE
055200           PAY-TIME-TRX-FILE
055300           DD-PRENOTE-FILE
055400           SEPARATION-HIST-FILE
055500           AGENCY-NOTICE-FILE
055600           PRINT-FILE
055700           RUN-CONTROL-FILE.
055800 CLOSING-PROCEDURE-EXIT.  EXIT.
055900
056000/
056100 PROCESS SECTION.
056200
056300 READ-AUDIT-LOG.
056400     READ AUDIT-LOG-FILE NEXT.
056500     IF AUD-FILE-STATUS = AT-END
056600         GO TO READ-AUDIT-LOG-EXIT.
056700
056800     ADD 1 TO CT-AUDIT-RECORDS-READ.
056900     IF AUD-FILE-ID NOT = "EMPMAST"
057000         GO TO READ-AUDIT-LOG-EXIT.
057100     IF AUD-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
057200         GO TO READ-AUDIT-LOG-EXIT.
057300     IF NOT AUD-ACTION-STATUS-FLIP
057400         GO TO READ-AUDIT-LOG-EXIT.
057500
057550*    The after image is the EMPMAST record as the flip left it;
057600*    a flip back to active is a rehire, not a termination.  A
057650*    termination already on SEPHIST was finished with by an
057700*    earlier run.  Either takes the employee off the table (a zero
057750*    date), so only terminations still to be separated are held.
057800     MOVE AUD-AFTER-IMAGE TO EMPLOYEE-MASTER-RECORD.
057850     MOVE AUD-CHANGE-DATE-CYMD TO SEP-TERM-DATE-WORK.
057900     IF NOT EM-TERMINATED
057950         MOVE ZERO TO SEP-TERM-DATE-WORK
058000         GO TO READ-AUDIT-LOG-TABLE.
058050     ADD 1 TO CT-TERMINATIONS-LOGGED.
058100
058150     MOVE PRCTL-EMPLOYER-NO TO SEP-EMPLOYER-NO.
058200     MOVE AUD-EMP-NUM TO SEP-EMP-NUM.
058250     MOVE AUD-CHANGE-DATE-CYMD TO SEP-TERM-DATE-CYMD.
058300     READ SEPARATION-HIST-FILE.
058350     IF SEP-FILE-STATUS = SUCCESSFUL-STATUS
058400         ADD 1 TO CT-ALREADY-SEPARATED
058450         MOVE ZERO TO SEP-TERM-DATE-WORK.
058500
058550 READ-AUDIT-LOG-TABLE.
058600*    The latest flip for an employee wins.
058650     MOVE "N" TO SEP-TERM-FOUND-SW.
058700     MOVE 1 TO SEP-FIND-SUB.
058750     PERFORM FIND-ONE-TERM-ENTRY THRU
058800             FIND-ONE-TERM-ENTRY-EXIT
058850         UNTIL SEP-TERM-FOUND OR SEP-FIND-SUB > SEP-TERM-USED.
058900     IF SEP-TERM-FOUND AND NOT EM-TERMINATED
058950         IF SEP-TT-TERM-DATE-CYMD (SEP-FIND-SUB) NOT = ZERO
059000             ADD 1 TO CT-REHIRED-SKIPPED.
059050     IF SEP-TERM-FOUND
059100         MOVE SEP-TERM-DATE-WORK TO
059150             SEP-TT-TERM-DATE-CYMD (SEP-FIND-SUB)
059200         GO TO READ-AUDIT-LOG-EXIT.
059250     IF SEP-TERM-DATE-WORK = ZERO
059300         GO TO READ-AUDIT-LOG-EXIT.
059350
059400     IF SEP-TERM-USED NOT < 2000
059450         ADD 1 TO CT-TABLE-FULL
059500         GO TO READ-AUDIT-LOG-EXIT.
059550     ADD 1 TO SEP-TERM-USED.
059600     MOVE AUD-EMP-NUM TO SEP-TT-EMP-NUM (SEP-TERM-USED).
059650     MOVE SEP-TERM-DATE-WORK TO
059700         SEP-TT-TERM-DATE-CYMD (SEP-TERM-USED).
060100 READ-AUDIT-LOG-EXIT.  EXIT.
060200
060300 FIND-ONE-TERM-ENTRY.
060400     IF SEP-TT-EMP-NUM (SEP-FIND-SUB) = AUD-EMP-NUM
060500         MOVE "Y" TO SEP-TERM-FOUND-SW
060600     ELSE
060700         ADD 1 TO SEP-FIND-SUB.
060800 FIND-ONE-TERM-ENTRY-EXIT.  EXIT.
060900
061000 SEPARATE-ONE-EMPLOYEE.
061050*    A zero date is an employee taken off the table since.
061100     IF SEP-TT-TERM-DATE-CYMD (SEP-TERM-SUB) = ZERO
061150         GO TO SEPARATE-ONE-EMPLOYEE-NEXT.
061200     ADD 1 TO CT-EMPLOYEES-FOUND.
061300     MOVE SPACES TO SEP-MESSAGE-HOLD.
061400     MOVE SEP-TT-TERM-DATE-CYMD (SEP-TERM-SUB) TO
061500         SEP-TERM-DATE-WORK.
061600     MOVE PRCTL-EMPLOYER-NO TO SEP-EMPLOYER-NO.
061700     MOVE SEP-TT-EMP-NUM (SEP-TERM-SUB) TO SEP-EMP-NUM.
061800     MOVE SEP-TERM-DATE-WORK TO SEP-TERM-DATE-CYMD.
061900
062300     PERFORM CLEAR-SEPARATION-RECORD THRU
062400             CLEAR-SEPARATION-RECORD-EXIT.
062500
062600     MOVE PRCTL-EMPLOYER-NO TO EM-EMPLOYER-NO.
062700     MOVE SEP-TT-EMP-NUM (SEP-TERM-SUB) TO EM-EMP-NUM.
062800     READ EMPLOYEE-MASTER-FILE.
062900     IF EM-FILE-STATUS NOT = SUCCESSFUL-STATUS
063000         MOVE SPACES TO EM-EMP-NAME
063050         ADD 1 TO CT-NOT-SEPARATED
063100         MOVE "NOT ON EMPMAST" TO SEP-MESSAGE-HOLD
063150         PERFORM WRITE-CHECKLIST-LINE THRU
063200                 WRITE-CHECKLIST-LINE-EXIT
063250         GO TO SEPARATE-ONE-EMPLOYEE-NEXT.
063300     MOVE EM-EMP-NAME TO SEP-EMP-NAME.
063350     IF NOT EM-TERMINATED
063400         ADD 1 TO CT-REHIRED-SKIPPED
063500         MOVE "REHIRED - SKIPPED" TO SEP-MESSAGE-HOLD
063600         PERFORM WRITE-CHECKLIST-LINE THRU
063700                 WRITE-CHECKLIST-LINE-EXIT
063800         GO TO SEPARATE-ONE-EMPLOYEE-NEXT.
063900
064000     PERFORM GET-FINAL-PAY-RECORD THRU
064100             GET-FINAL-PAY-RECORD-EXIT.
064200     IF SEP-MESSAGE-HOLD NOT = SPACES
064300         ADD 1 TO CT-NOT-SEPARATED
064400         PERFORM WRITE-CHECKLIST-LINE THRU
064500                 WRITE-CHECKLIST-LINE-EXIT
064600         GO TO SEPARATE-ONE-EMPLOYEE-NEXT.
064700
064800     PERFORM PAY-UNUSED-VACATION THRU
064900             PAY-UNUSED-VACATION-EXIT.
065000     PERFORM FIGURE-RECOVERY-ROOM THRU
065100             FIGURE-RECOVERY-ROOM-EXIT.
065200     PERFORM RECOVER-LOAN-BALANCE THRU
065300             RECOVER-LOAN-BALANCE-EXIT.
065400     PERFORM RECOVER-ARREARS THRU
065500             RECOVER-ARREARS-EXIT.
065600     PERFORM STOP-DIRECT-DEPOSIT THRU
065700             STOP-DIRECT-DEPOSIT-EXIT.
065800
065900     IF SEP-PAY-BUILT
066000         WRITE PAY-TIME-TRX-RECORD
066100         ADD 1 TO CT-FINAL-PAY-BUILT
066200     ELSE
066300         REWRITE PAY-TIME-TRX-RECORD.
066400
066500     PERFORM SEND-AGENCY-NOTICES THRU
066600             SEND-AGENCY-NOTICES-EXIT.
066700
066800     MOVE RNC-CHECK-PERIOD-DATE TO SEP-PAY-PERIOD-DATE.
066900     MOVE SEP-TODAY-DATE TO SEP-RUN-DATE.
067000     WRITE SEPARATION-HIST-RECORD.
067010     IF SEP-FILE-STATUS NOT = SUCCESSFUL-STATUS
067020         ADD 1 TO CT-SEPHIST-NOT-WRITTEN
067030         MOVE "SEPHIST NOT WRTN" TO SEP-MESSAGE-HOLD.
067040     IF SEP-FILE-STATUS = DUPLICATE-KEY
067050         MOVE "SEPHIST DUP KEY" TO SEP-MESSAGE-HOLD.
067060     IF SEP-FILE-STATUS NOT = SUCCESSFUL-STATUS
067070         PERFORM WRITE-CHECKLIST-LINE THRU
067080                 WRITE-CHECKLIST-LINE-EXIT
067090         GO TO SEPARATE-ONE-EMPLOYEE-NEXT.
067100     ADD 1 TO CT-EMPLOYEES-SEPARATED.
067200
067300     IF SEP-MESSAGE-HOLD = SPACES
067400         MOVE "SEPARATED" TO SEP-MESSAGE-HOLD.
067500     PERFORM WRITE-CHECKLIST-LINE THRU
067600             WRITE-CHECKLIST-LINE-EXIT.
067700 SEPARATE-ONE-EMPLOYEE-NEXT.
067800     ADD 1 TO SEP-TERM-SUB.
067900 SEPARATE-ONE-EMPLOYEE-EXIT.  EXIT.
068000
068100 CLEAR-SEPARATION-RECORD.
068200     MOVE SPACES TO SEP-EMP-NAME.
068300     MOVE ZERO TO SEP-PAY-PERIOD-DATE.
068400     MOVE ZERO TO SEP-RUN-DATE.
068500     MOVE SPACE TO SEP-FINAL-PAY-SOURCE.
068600     MOVE ZERO TO SEP-VAC-HOURS-PAID.
068700     MOVE ZERO TO SEP-VAC-PAY-EST.
068800     MOVE ZERO TO SEP-LOAN-RECOVERED.
068900     MOVE ZERO TO SEP-LOAN-BAL-LEFT.
069000     MOVE ZERO TO SEP-ARREARS-RECOVERED.
069100     MOVE ZERO TO SEP-ARREARS-BAL-LEFT.
069200     MOVE "N" TO SEP-DD-ACTION.
069300     MOVE ZERO TO SEP-NOTICES-PRINTED.
069400 CLEAR-SEPARATION-RECORD-EXIT.  EXIT.
069500
069600 GET-FINAL-PAY-RECORD.
069700*    The final pay rides the employee's type-1 record for the
069800*    period when there is one.  Otherwise it is built from the
069900*    latest PAYHIST image - everything the record starts from -
070000*    with every amount zeroed, so only what this run puts on it
070100*    is paid.  A salaried employee is not built: NNNNNN51 pays
070200*    the salary on any type-1 record, hours or not.
070300     MOVE PRCTL-EMPLOYER-NO TO TIME-EMPLOYER-NO.
070400     MOVE SEP-EMP-NUM TO TIME-EMP-NUMBER.
070500     MOVE 1 TO TIME-RECORD-TYPE.
070600     READ PAY-TIME-TRX-FILE.
070700     IF PTT-FILE-STATUS = SUCCESSFUL-STATUS
070800         IF TIME-PAY-PERIOD-DATE = RNC-CHECK-PERIOD-DATE
070900             MOVE "F" TO SEP-FINAL-PAY-SOURCE
071000             PERFORM GET-FINAL-RATE THRU
071100                     GET-FINAL-RATE-EXIT
071200             GO TO GET-FINAL-PAY-RECORD-EXIT
071300         ELSE
071400             MOVE "PRTIMFIL OTHER PD" TO SEP-MESSAGE-HOLD
071500             GO TO GET-FINAL-PAY-RECORD-EXIT.
071600
071700     PERFORM GET-LATEST-HISTORY THRU
071800             GET-LATEST-HISTORY-EXIT.
071900     IF NOT SEP-HIST-FOUND
072000         MOVE "NO PAY RECORD" TO SEP-MESSAGE-HOLD
072100         GO TO GET-FINAL-PAY-RECORD-EXIT.
072200
072300     MOVE SEP-TIME-IMAGE-HOLD TO PAY-TIME-TRX-RECORD.
072400     PERFORM GET-FINAL-RATE THRU
072500             GET-FINAL-RATE-EXIT.
072600     IF SEP-SALARIED
072700         MOVE "SALARIED - NO REC" TO SEP-MESSAGE-HOLD
072800         GO TO GET-FINAL-PAY-RECORD-EXIT.
072900
073000     MOVE "B" TO SEP-FINAL-PAY-SOURCE.
073100     MOVE PRCTL-EMPLOYER-NO TO TIME-EMPLOYER-NO.
073200     MOVE SEP-EMP-NUM TO TIME-EMP-NUMBER.
073300     MOVE 1 TO TIME-RECORD-TYPE.
073400     MOVE RNC-CHECK-PERIOD-DATE TO TIME-PAY-PERIOD-DATE.
073500     MOVE EM-EMP-NAME TO TIME-EMP-NAME.
073600     MOVE EM-SOC-SEC-NO TO TIME-EMP-SOC-SEC-NO.
073700     MOVE EM-DEPARTMENT-NO TO TIME-DEPARTMENT-NO.
073800     MOVE EM-WORK-STATE TO TIME-WORK-STATE.
073900     PERFORM ZERO-FINAL-AMOUNTS THRU
074000             ZERO-FINAL-AMOUNTS-EXIT.
074100 GET-FINAL-PAY-RECORD-EXIT.  EXIT.
074200
074300 GET-LATEST-HISTORY.
074400*    PAYHIST reads back in date order within the employee, so
074500*    the last type-1 record read is the latest period.
074600     MOVE "N" TO SEP-HIST-FOUND-SW.
074700     IF NOT PAYHIST-ON-HAND
074800         GO TO GET-LATEST-HISTORY-EXIT.
074900     MOVE PRCTL-EMPLOYER-NO TO PYH-EMPLOYER-NO.
075000     MOVE SEP-EMP-NUM TO PYH-EMP-NUM.
075100     MOVE ZERO TO PYH-PERIOD-DATE-CYMD.
075200     MOVE ZERO TO PYH-RECORD-TYPE.
075300     MOVE "N" TO SEP-SCAN-DONE-SW.
075400     START PAY-HISTORY-FILE KEY IS NOT LESS THAN PYH-KEY.
075500     IF PYH-FILE-STATUS NOT = SUCCESSFUL-STATUS
075600         GO TO GET-LATEST-HISTORY-EXIT.
075700     PERFORM READ-ONE-HISTORY THRU
075800             READ-ONE-HISTORY-EXIT
075900         UNTIL SEP-SCAN-DONE.
076000 GET-LATEST-HISTORY-EXIT.  EXIT.
076100
076200 READ-ONE-HISTORY.
076300     READ PAY-HISTORY-FILE NEXT
076400         AT END
076500             MOVE "Y" TO SEP-SCAN-DONE-SW
076600             GO TO READ-ONE-HISTORY-EXIT.
076700     IF PYH-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO OR
076800        PYH-EMP-NUM NOT = SEP-EMP-NUM
076900         MOVE "Y" TO SEP-SCAN-DONE-SW
077000         GO TO READ-ONE-HISTORY-EXIT.
077100     IF PYH-RECORD-TYPE = 1
077200         MOVE "Y" TO SEP-HIST-FOUND-SW
077300         MOVE PYH-TIME-IMAGE TO SEP-TIME-IMAGE-HOLD.
077400 READ-ONE-HISTORY-EXIT.  EXIT.
077500
077600 GET-FINAL-RATE.
077700*    Priced the way NNNNNN51 will price the record - the PAYRATE
077800*    rate in force on the pay period date, else the rate on the
077900*    record.
078000     MOVE TIME-AVERAGE-RATE TO SEP-HOURLY-RATE.
078100     MOVE TIME-SALARY TO SEP-SALARY-AMT.
078200     MOVE TIME-SALARY-FLAG TO SEP-SALARIED-SW.
078300     MOVE 1.50 TO SEP-OT-MULTIPLIER.
078400     IF NOT PAYRATE-ON-HAND
078500         GO TO GET-FINAL-RATE-EXIT.
078600     MOVE PRCTL-EMPLOYER-NO TO RAT-FIND-EMPLOYER-NO.
078700     MOVE SEP-EMP-NUM TO RAT-FIND-EMP-NUM.
078800     MOVE SEP-PERIOD-DATE-CYMD TO RAT-FIND-DATE-CYMD.
078900     PERFORM GET-RATE-IN-FORCE THRU
079000             GET-RATE-IN-FORCE-EXIT.
079100     IF NOT RAT-RATE-FOUND
079200         GO TO GET-FINAL-RATE-EXIT.
079300     MOVE RAT-IN-FORCE-RATE TO SEP-HOURLY-RATE.
079400     MOVE RAT-IN-FORCE-OT-MULT TO SEP-OT-MULTIPLIER.
079500     IF RAT-IN-FORCE-SALARY
079600         MOVE "Y" TO SEP-SALARIED-SW
079700         MOVE RAT-IN-FORCE-SALARY-AMT TO SEP-SALARY-AMT
079800     ELSE
079900         MOVE "N" TO SEP-SALARIED-SW
080000         MOVE ZERO TO SEP-SALARY-AMT.
080100 GET-FINAL-RATE-EXIT.  EXIT.
080200
080300 ZERO-FINAL-AMOUNTS.
080400*    Deduction and support codes stay, so arrears still find
080500*    their entries; what they take is left for this run to set.
080600     MOVE ZERO TO TIME-REGULAR-HOURS.
080700     MOVE ZERO TO TIME-OVERTIME-HOURS.
080800     MOVE ZERO TO TIME-VACATION-HOURS.
080900     MOVE ZERO TO TIME-HOLIDAY-HOURS.
081000     MOVE ZERO TO TIME-PERS-HOURS.
081100     MOVE ZERO TO TIME-SPECIAL-HOURS.
081200     MOVE ZERO TO TIME-TEMP-1-AMOUNT.
081300     MOVE ZERO TO TIME-TEMP-2-AMOUNT.
081400     MOVE ZERO TO TIME-TEMP-3-AMOUNT.
081500     MOVE ZERO TO TIME-ADV-VAC-WEEKS.
081600     MOVE ZERO TO TIME-WEEKS-WORKED.
081700     MOVE ZERO TO TIME-SALARY.
081800     MOVE ZERO TO TIME-REGULAR-PAY.
081900     MOVE ZERO TO TIME-OVERTIME-PAY.
082000     MOVE ZERO TO TIME-VACATION-PAY.
082100     MOVE ZERO TO TIME-HOLIDAY-PAY.
082200     MOVE ZERO TO TIME-PERS-PAY.
082300     MOVE ZERO TO TIME-SPECIAL-PAY.
082400     MOVE ZERO TO TIME-GROSS-PAY.
082500     MOVE ZERO TO TIME-TAXABLE-GROSS-PAY.
082600     MOVE ZERO TO TIME-FICA.
082700     MOVE ZERO TO TIME-FWT.
082800     MOVE ZERO TO TIME-SWT.
082900     MOVE ZERO TO TIME-OST.
083000     MOVE ZERO TO TIME-CWT.
083100     MOVE ZERO TO TIME-SAVINGS-BOND-DED.
083200     MOVE ZERO TO TIME-SAVINGS-ACCOUNT-DED.
083300     MOVE ZERO TO TIME-LOAN-DED.
083400     MOVE ZERO TO TIME-GARNISHEE-DED.
083500     MOVE ZERO TO TIME-NET-PAY.
083600     MOVE ZERO TO TIME-EMPLR-FICA.
083700     MOVE ZERO TO TIME-CHECK-NUMBER.
083800     MOVE ZERO TO TIME-CHECK-DATE.
083900     MOVE ZERO TO TIME-EARNED-HOURS.
084000     MOVE ZERO TO TIME-REPAIR-HOURS.
084100     MOVE ZERO TO TIME-IDLE-HOURS.
084200     MOVE ZERO TO TIME-OFF-STANDARD-HOURS.
084300     MOVE ZERO TO TIME-MISSED-HOURS.
084400     MOVE ZERO TO TIME-SPC-HOURS.
084500     MOVE ZERO TO TIME-EARNED-PAY.
084600     MOVE ZERO TO TIME-REPAIR-PAY.
084700     MOVE ZERO TO TIME-IDLE-PAY.
084800     MOVE ZERO TO TIME-OFF-STANDARD-PAY.
084900     MOVE ZERO TO TIME-MISSED-PAY.
085000     MOVE ZERO TO TIME-SPC-PAY.
085100     MOVE ZERO TO TIME-INCENT-ACTUAL-HRS.
085200     MOVE ZERO TO TIME-MISSED-EARNED-HRS.
085300     MOVE ZERO TO TIME-MISSED-ACTUAL-HRS.
085400     MOVE ZERO TO TIME-INCENT-EARNED-HRS.
085500     MOVE ZERO TO TIME-GARNISH-BAL-DUE.
085600     MOVE ZERO TO TIME-LOAN-BAL-DUE.
085700     MOVE ZERO TO TIME-VACATION-HRS-USED.
085800     MOVE ZERO TO TIME-STD-HOURS.
085900     MOVE ZERO TO TIME-STD-OVT-HOURS.
086000     MOVE ZERO TO TIME-STD-PAY.
086100     MOVE ZERO TO TIME-STD-OVT-PAY.
086200     MOVE ZERO TO TIME-PROC-FEE-DED-AMT.
086300     MOVE ZERO TO TIME-VAC-BY-WK-PAY.
086400     MOVE ZERO TO TIME-VAC-A-PROG-PAY.
086500     MOVE ZERO TO TIME-VAC-D-BY-PR-GR-PAY.
086600
086700     MOVE 1 TO SEP-DED-SUB.
086800     PERFORM ZERO-ONE-DEDUCTION THRU
086900             ZERO-ONE-DEDUCTION-EXIT
087000         UNTIL SEP-DED-SUB > 12.
087100     MOVE 1 TO SEP-DED-SUB.
087200     PERFORM ZERO-ONE-SUPPORT THRU
087300             ZERO-ONE-SUPPORT-EXIT
087400         UNTIL SEP-DED-SUB > 5.
087500 ZERO-FINAL-AMOUNTS-EXIT.  EXIT.
087600
087700 ZERO-ONE-DEDUCTION.
087800     MOVE ZERO TO TIME-DE-AMOUNT (SEP-DED-SUB).
087900     MOVE ZERO TO TIME-DE-OWED-AMT (SEP-DED-SUB).
088000     MOVE ZERO TO TIME-DE-PREPAID-BAL (SEP-DED-SUB).
088100     ADD 1 TO SEP-DED-SUB.
088200 ZERO-ONE-DEDUCTION-EXIT.  EXIT.
088300
088400 ZERO-ONE-SUPPORT.
088500     MOVE ZERO TO TIME-SUPPORT-DED-AMT (SEP-DED-SUB).
088600     MOVE ZERO TO TIME-SUPPORT-DED-DUE (SEP-DED-SUB).
088700     ADD 1 TO SEP-DED-SUB.
088800 ZERO-ONE-SUPPORT-EXIT.  EXIT.
088900
089000 PAY-UNUSED-VACATION.
089100*    Unused hours go on as vacation hours, so NNNNNN51 pays them
089200*    at the rate in force and the NNNNNN33 usage update counts
089300*    them used, closing out the balance.  Vacation hours already
089400*    on this period's record are not unused - they are being
089500*    paid now.  Once the usage update has run for the period it
089600*    has counted those, and will not see the payout, so the
089700*    payout hours are taken off VACBAL here instead.
089800     IF NOT VACBAL-ON-HAND
089900         GO TO PAY-UNUSED-VACATION-EXIT.
090000     MOVE PRCTL-EMPLOYER-NO TO VAC-EMPLOYER-NO.
090100     MOVE SEP-EMP-NUM TO VAC-EMP-NUM.
090200     READ VACATION-BAL-FILE.
090300     IF VAC-FILE-STATUS NOT = SUCCESSFUL-STATUS
090400         GO TO PAY-UNUSED-VACATION-EXIT.
090500
090600     SUBTRACT VAC-VAC-USED-HRS FROM VAC-VAC-ENT-HRS
090700         GIVING SEP-VAC-REMAINING.
090800     IF NOT SEP-USAGE-POSTED
090900         SUBTRACT TIME-VACATION-HOURS FROM SEP-VAC-REMAINING.
091000     IF SEP-VAC-REMAINING NOT > ZERO
091100         GO TO PAY-UNUSED-VACATION-EXIT.
091200
091300*    No rate means nothing sound to pay the hours at - the
091400*    balance is left for the clerk, as NNNNNN34 leaves it.
091500     IF SEP-HOURLY-RATE NOT > ZERO
091600         MOVE "SEP - VAC NO RATE" TO SEP-MESSAGE-HOLD
091700         GO TO PAY-UNUSED-VACATION-EXIT.
091800
091900     MOVE SEP-VAC-REMAINING TO SEP-VAC-HOURS-PAID.
092000     COMPUTE SEP-VAC-PAY-EST ROUNDED =
092100         SEP-VAC-HOURS-PAID * SEP-HOURLY-RATE.
092200     ADD SEP-VAC-HOURS-PAID TO TIME-VACATION-HOURS.
092300
092400*    NNNNNN51 only prices vacation hours while the pay field is
092500*    still zero; a record it has already calculated gets the
092600*    payout added to the pay as well.
092700     IF TIME-VACATION-PAY NOT = ZERO
092800         ADD SEP-VAC-PAY-EST TO TIME-VACATION-PAY.
092900
093000     IF SEP-USAGE-POSTED
093100         ADD SEP-VAC-HOURS-PAID TO VAC-VAC-USED-HRS
093200         REWRITE VACATION-BAL-RECORD.
093300
093400     ADD 1 TO CT-VACATION-PAYOUTS.
093500     ADD SEP-VAC-HOURS-PAID TO CT-VAC-HOURS-TOTAL.
093600     ADD SEP-VAC-PAY-EST TO CT-VAC-PAY-TOTAL.
093700 PAY-UNUSED-VACATION-EXIT.  EXIT.
093800
093900 FIGURE-RECOVERY-ROOM.
094000*    What the final check may give up to the loan and the
094100*    arrears: the entered share of the estimated gross, and
094200*    never so much that what is left falls below the minimum
094300*    wage for the hours worked.  The gross is estimated the way
094400*    NNNNNN51 will figure it; non-cash earnings are left out,
094500*    since they never come out of the check.
094600     IF SEP-SALARIED
094700         MOVE SEP-SALARY-AMT TO SEP-EST-GROSS
094800     ELSE
094900         COMPUTE SEP-EST-GROSS ROUNDED =
095000             TIME-REGULAR-HOURS * SEP-HOURLY-RATE.
095100     COMPUTE SEP-EST-GROSS ROUNDED = SEP-EST-GROSS +
095200         TIME-OVERTIME-HOURS * SEP-HOURLY-RATE *
095300             SEP-OT-MULTIPLIER.
095400
095500     IF TIME-VACATION-PAY = ZERO
095600         COMPUTE SEP-EST-GROSS ROUNDED = SEP-EST-GROSS +
095700             TIME-VACATION-HOURS * SEP-HOURLY-RATE
095800     ELSE
095900         ADD TIME-VACATION-PAY TO SEP-EST-GROSS.
096000     IF TIME-HOLIDAY-PAY = ZERO
096100         COMPUTE SEP-EST-GROSS ROUNDED = SEP-EST-GROSS +
096200             TIME-HOLIDAY-HOURS * SEP-HOURLY-RATE
096300     ELSE
096400         ADD TIME-HOLIDAY-PAY TO SEP-EST-GROSS.
096500     IF TIME-PERS-PAY = ZERO
096600         COMPUTE SEP-EST-GROSS ROUNDED = SEP-EST-GROSS +
096700             TIME-PERS-HOURS * SEP-HOURLY-RATE
096800     ELSE
096900         ADD TIME-PERS-PAY TO SEP-EST-GROSS.
097000     IF TIME-SPECIAL-PAY = ZERO
097100         COMPUTE SEP-EST-GROSS ROUNDED = SEP-EST-GROSS +
097200             TIME-SPECIAL-HOURS * SEP-HOURLY-RATE
097300     ELSE
097400         ADD TIME-SPECIAL-PAY TO SEP-EST-GROSS.
097500     ADD TIME-STD-PAY TO SEP-EST-GROSS.
097600     ADD TIME-STD-OVT-PAY TO SEP-EST-GROSS.
097700
097800     MOVE 1 TO SEP-DED-SUB.
097900     PERFORM ADD-ONE-CASH-EARNING THRU
098000             ADD-ONE-CASH-EARNING-EXIT
098100         UNTIL SEP-DED-SUB > 12.
098200
098300     COMPUTE SEP-RECOVERY-ROOM ROUNDED =
098400         SEP-EST-GROSS * SEP-RECOVERY-PCT / 100.
098500     IF SEP-MINIMUM-WAGE NOT = ZERO
098600         COMPUTE SEP-HOURS-WORKED =
098700             TIME-REGULAR-HOURS + TIME-OVERTIME-HOURS
098800         COMPUTE SEP-MIN-WAGE-PAY ROUNDED =
098900             SEP-HOURS-WORKED * SEP-MINIMUM-WAGE
099000         COMPUTE SEP-FLOOR-ROOM =
099100             SEP-EST-GROSS - SEP-MIN-WAGE-PAY
099200         IF SEP-FLOOR-ROOM < SEP-RECOVERY-ROOM
099300             MOVE SEP-FLOOR-ROOM TO SEP-RECOVERY-ROOM.
099400     IF SEP-RECOVERY-ROOM < ZERO
099500         MOVE ZERO TO SEP-RECOVERY-ROOM.
099600 FIGURE-RECOVERY-ROOM-EXIT.  EXIT.
099700
099800 ADD-ONE-CASH-EARNING.
099900     IF TIME-DE-CODE (SEP-DED-SUB) NOT = SPACES AND
100000        TIME-DE-TYPE (SEP-DED-SUB) NOT = "D" AND
100100        TIME-DE-TYPE (SEP-DED-SUB) NOT = "N"
100200         ADD TIME-DE-AMOUNT (SEP-DED-SUB) TO SEP-EST-GROSS.
100300     ADD 1 TO SEP-DED-SUB.
100400 ADD-ONE-CASH-EARNING-EXIT.  EXIT.
100500
100600 RECOVER-LOAN-BALANCE.
100700*    The whole open balance replaces the scheduled payment, as
100800*    far as the room and the TIME-LOAN-DED field allow.  LOANMST
100900*    itself is left to NNNNNN48, which applies TIME-LOAN-DED
101000*    against the balance when the period is posted.
101100     IF NOT LOANMST-ON-HAND
101200         GO TO RECOVER-LOAN-BALANCE-EXIT.
101300     MOVE PRCTL-EMPLOYER-NO TO LN-EMPLOYER-NO.
101400     MOVE SEP-EMP-NUM TO LN-EMP-NUM.
101500     READ LOAN-MASTER-FILE.
101600     IF LN-FILE-STATUS NOT = SUCCESSFUL-STATUS
101700         GO TO RECOVER-LOAN-BALANCE-EXIT.
101800     IF NOT LN-OPEN OR LN-BALANCE-DUE NOT > ZERO
101900         GO TO RECOVER-LOAN-BALANCE-EXIT.
102000
102100     MOVE LN-BALANCE-DUE TO SEP-CATCH-UP.
102200     IF SEP-CATCH-UP > SEP-RECOVERY-ROOM
102300         MOVE SEP-RECOVERY-ROOM TO SEP-CATCH-UP.
102400     IF SEP-CATCH-UP > 999.99
102500         MOVE 999.99 TO SEP-CATCH-UP.
102600
102700     MOVE SEP-CATCH-UP TO TIME-LOAN-DED.
102800     COMPUTE TIME-LOAN-BAL-DUE = LN-BALANCE-DUE - SEP-CATCH-UP.
102900     SUBTRACT SEP-CATCH-UP FROM SEP-RECOVERY-ROOM.
103000
103100     MOVE SEP-CATCH-UP TO SEP-LOAN-RECOVERED.
103200     COMPUTE SEP-LOAN-BAL-LEFT = LN-BALANCE-DUE - SEP-CATCH-UP.
103300     IF SEP-LOAN-RECOVERED > ZERO
103400         ADD 1 TO CT-LOANS-RECOVERED.
103500     ADD SEP-LOAN-RECOVERED TO CT-LOAN-TOTAL.
103600     ADD SEP-LOAN-BAL-LEFT TO CT-LOAN-LEFT-TOTAL.
103700 RECOVER-LOAN-BALANCE-EXIT.  EXIT.
103800
103900 RECOVER-ARREARS.
104000     IF NOT DEDARR-ON-HAND
104100         GO TO RECOVER-ARREARS-EXIT.
104200     MOVE PRCTL-EMPLOYER-NO TO DA-EMPLOYER-NO.
104300     MOVE SEP-EMP-NUM TO DA-EMP-NUM.
104400     MOVE SPACES TO DA-DED-CODE.
104500     MOVE "N" TO SEP-SCAN-DONE-SW.
104600     START DEDUCTION-ARREARS-FILE KEY IS NOT LESS THAN DA-KEY.
104700     IF DA-FILE-STATUS NOT = SUCCESSFUL-STATUS
104800         GO TO RECOVER-ARREARS-EXIT.
104900     PERFORM RECOVER-ONE-ARREARS THRU
105000             RECOVER-ONE-ARREARS-EXIT
105100         UNTIL SEP-SCAN-DONE.
105200     IF SEP-ARREARS-RECOVERED > ZERO
105300         ADD 1 TO CT-ARREARS-RECOVERED.
105400     ADD SEP-ARREARS-RECOVERED TO CT-ARREARS-TOTAL.
105500     ADD SEP-ARREARS-BAL-LEFT TO CT-ARREARS-LEFT-TOTAL.
105600 RECOVER-ARREARS-EXIT.  EXIT.
105700
105800 RECOVER-ONE-ARREARS.
105900     READ DEDUCTION-ARREARS-FILE NEXT
106000         AT END
106100             MOVE "Y" TO SEP-SCAN-DONE-SW
106200             GO TO RECOVER-ONE-ARREARS-EXIT.
106300     IF DA-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO OR
106400        DA-EMP-NUM NOT = SEP-EMP-NUM
106500         MOVE "Y" TO SEP-SCAN-DONE-SW
106600         GO TO RECOVER-ONE-ARREARS-EXIT.
106700     IF DA-ARREARS-BAL NOT > ZERO
106800         GO TO RECOVER-ONE-ARREARS-EXIT.
106900     IF SEP-RECOVERY-ROOM NOT > ZERO
107000         GO TO RECOVER-ONE-ARREARS-LEFT.
107100
107200*    The catch-up rides the code's own deduction entry, the way
107300*    NNNNNN42 adds one; a code with no entry on the record gets
107400*    a free one.
107500     PERFORM FIND-ARREARS-SLOT THRU
107600             FIND-ARREARS-SLOT-EXIT.
107700     IF NOT SEP-SLOT-FOUND
107800         MOVE "SEP - NO DED SLOT" TO SEP-MESSAGE-HOLD
107900         GO TO RECOVER-ONE-ARREARS-LEFT.
108000
108100*    NNNNNN51 asks for the larger of the scheduled amount and
108200*    what is on the entry, so the catch-up goes on top of that.
108300     MOVE TIME-DE-OWED-AMT (SEP-SLOT-SUB) TO SEP-DED-WANTED.
108400     IF TIME-DE-AMOUNT (SEP-SLOT-SUB) > SEP-DED-WANTED
108500         MOVE TIME-DE-AMOUNT (SEP-SLOT-SUB) TO SEP-DED-WANTED.
108600     MOVE DA-ARREARS-BAL TO SEP-CATCH-UP.
108700     IF SEP-CATCH-UP > SEP-RECOVERY-ROOM
108800         MOVE SEP-RECOVERY-ROOM TO SEP-CATCH-UP.
108900     IF SEP-CATCH-UP > 999.99 - SEP-DED-WANTED
109000         COMPUTE SEP-CATCH-UP = 999.99 - SEP-DED-WANTED.
109100     IF SEP-CATCH-UP NOT > ZERO
109200         GO TO RECOVER-ONE-ARREARS-LEFT.
109300
109400     COMPUTE TIME-DE-AMOUNT (SEP-SLOT-SUB) =
109500         SEP-DED-WANTED + SEP-CATCH-UP.
109600     SUBTRACT SEP-CATCH-UP FROM SEP-RECOVERY-ROOM.
109700     SUBTRACT SEP-CATCH-UP FROM DA-ARREARS-BAL.
109800     MOVE RNC-CHECK-PERIOD-DATE TO DA-LAST-ACTIVITY-DATE.
109900     REWRITE DEDUCTION-ARREARS-RECORD.
110000     ADD SEP-CATCH-UP TO SEP-ARREARS-RECOVERED.
110100 RECOVER-ONE-ARREARS-LEFT.
110200     ADD DA-ARREARS-BAL TO SEP-ARREARS-BAL-LEFT.
110300 RECOVER-ONE-ARREARS-EXIT.  EXIT.
110400
110500 FIND-ARREARS-SLOT.
110600     MOVE "N" TO SEP-SLOT-FOUND-SW.
110700     MOVE 1 TO SEP-SLOT-SUB.
110800     PERFORM SCAN-ONE-CODE-SLOT THRU
110900             SCAN-ONE-CODE-SLOT-EXIT
111000         UNTIL SEP-SLOT-FOUND OR SEP-SLOT-SUB > 12.
111100     IF SEP-SLOT-FOUND
111200         GO TO FIND-ARREARS-SLOT-EXIT.
111300
111400     MOVE 1 TO SEP-SLOT-SUB.
111500     PERFORM SCAN-ONE-FREE-SLOT THRU
111600             SCAN-ONE-FREE-SLOT-EXIT
111700         UNTIL SEP-SLOT-FOUND OR SEP-SLOT-SUB > 12.
111800     IF NOT SEP-SLOT-FOUND
111900         GO TO FIND-ARREARS-SLOT-EXIT.
112000     MOVE DA-DED-CODE TO TIME-DE-CODE (SEP-SLOT-SUB).
112100     MOVE "ARREARS" TO TIME-DE-DESC (SEP-SLOT-SUB).
112200     MOVE "D" TO TIME-DE-TYPE (SEP-SLOT-SUB).
112300     MOVE ZERO TO TIME-DE-AMOUNT (SEP-SLOT-SUB).
112400     MOVE ZERO TO TIME-DE-OWED-AMT (SEP-SLOT-SUB).
112500     MOVE ZERO TO TIME-DE-PREPAID-BAL (SEP-SLOT-SUB).
112600 FIND-ARREARS-SLOT-EXIT.  EXIT.
112700
112800 SCAN-ONE-CODE-SLOT.
112900     IF TIME-DE-CODE (SEP-SLOT-SUB) = DA-DED-CODE AND
113000        TIME-DE-TYPE (SEP-SLOT-SUB) = "D"
113100         MOVE "Y" TO SEP-SLOT-FOUND-SW
113200     ELSE
113300         ADD 1 TO SEP-SLOT-SUB.
113400 SCAN-ONE-CODE-SLOT-EXIT.  EXIT.
113500
113600 SCAN-ONE-FREE-SLOT.
113700     IF TIME-DE-CODE (SEP-SLOT-SUB) = SPACES
113800         MOVE "Y" TO SEP-SLOT-FOUND-SW
113900     ELSE
114000         ADD 1 TO SEP-SLOT-SUB.
114100 SCAN-ONE-FREE-SLOT-EXIT.  EXIT.
114200
114300 STOP-DIRECT-DEPOSIT.
114400*    The enrollment is inactivated whether or not it had cleared
114500*    prenote, and the final record's deposit is stopped, so
114600*    NNNNNN18 sends nothing and NNNNNN54 prints a check.  An
114700*    employee flagged for deposit with no enrollment yet gets
114800*    one, inactive, so NNNNNN09 does not start a prenote.
114900     MOVE PRCTL-EMPLOYER-NO TO DDP-EMPLOYER-NO.
115000     MOVE SEP-EMP-NUM TO DDP-EMP-NUM.
115100     READ DD-PRENOTE-FILE.
115200     IF DDP-FILE-STATUS = SUCCESSFUL-STATUS
115300         MOVE "I" TO DDP-STATUS
115400         REWRITE DD-PRENOTE-RECORD
115500         MOVE "I" TO SEP-DD-ACTION
115600     ELSE
115700         IF TIME-DD-FLAG = "Y"
115800             MOVE PRCTL-EMPLOYER-NO TO DDP-EMPLOYER-NO
115900             MOVE SEP-EMP-NUM TO DDP-EMP-NUM
116000             MOVE "I" TO DDP-STATUS
116100             MOVE ZERO TO DDP-CYCLES-HELD
116200             MOVE RNC-CHECK-PERIOD-DATE TO DDP-FIRST-SEEN-DATE
116300             WRITE DD-PRENOTE-RECORD
116400             MOVE "I" TO SEP-DD-ACTION.
116500
116600     IF TIME-DD-FLAG = "Y"
116700         MOVE "I" TO TIME-DD-PRENOTE-STATUS.
116800     IF SEP-DD-INACTIVATED
116900         ADD 1 TO CT-DEPOSITS-STOPPED.
117000 STOP-DIRECT-DEPOSIT-EXIT.  EXIT.
117100
117200 SEND-AGENCY-NOTICES.
117300*    Every payee on AGYPAYEE for the employee is told, whatever
117400*    the deduction - a payee with nothing remitted yet still has
117500*    an order open on the employee.
117600     IF NOT AGYPAYEE-ON-HAND
117700         GO TO SEND-AGENCY-NOTICES-EXIT.
117800     MOVE PRCTL-EMPLOYER-NO TO AGY-EMPLOYER-NO.
117900     MOVE SEP-EMP-NUM TO AGY-EMP-NUM.
118000     MOVE SPACES TO AGY-DED-CODE.
118100     MOVE "N" TO SEP-SCAN-DONE-SW.
118200     START AGENCY-PAYEE-FILE KEY IS NOT LESS THAN AGY-KEY.
118300     IF AGY-FILE-STATUS NOT = SUCCESSFUL-STATUS
118400         GO TO SEND-AGENCY-NOTICES-EXIT.
118500     PERFORM NOTIFY-ONE-PAYEE THRU
118600             NOTIFY-ONE-PAYEE-EXIT
118700         UNTIL SEP-SCAN-DONE.
118800 SEND-AGENCY-NOTICES-EXIT.  EXIT.
118900
119000 NOTIFY-ONE-PAYEE.
119100     READ AGENCY-PAYEE-FILE NEXT
119200         AT END
119300             MOVE "Y" TO SEP-SCAN-DONE-SW
119400             GO TO NOTIFY-ONE-PAYEE-EXIT.
119500     IF AGY-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO OR
119600        AGY-EMP-NUM NOT = SEP-EMP-NUM
119700         MOVE "Y" TO SEP-SCAN-DONE-SW
119800         GO TO NOTIFY-ONE-PAYEE-EXIT.
119900
120000     PERFORM FIND-LAST-REMITTANCE THRU
120100             FIND-LAST-REMITTANCE-EXIT.
120200     PERFORM PRINT-AGENCY-NOTICE THRU
120300             PRINT-AGENCY-NOTICE-EXIT.
120400     ADD 1 TO SEP-NOTICES-PRINTED.
120500     ADD 1 TO CT-NOTICES-PRINTED.
120600 NOTIFY-ONE-PAYEE-EXIT.  EXIT.
120700
120800 FIND-LAST-REMITTANCE.
120900*    The last amount remitted is the latest closed period whose
121000*    PAYHIST image withheld something for the payee's code -
121100*    TIME-GARNISHEE-DED for "GR", the matching support entry
121200*    otherwise, the same amounts NNNNNN22 remits.  The images
121300*    are unpacked through the PRTIMFIL record area, which the
121400*    final pay was written from before the notices start.
121500     MOVE "N" TO SEP-REMIT-FOUND-SW.
121600     MOVE ZERO TO SEP-LAST-REMIT-AMOUNT.
121700     MOVE ZERO TO SEP-LAST-REMIT-PERIOD.
121800     IF NOT PAYHIST-ON-HAND
121900         GO TO FIND-LAST-REMITTANCE-EXIT.
122000     MOVE PRCTL-EMPLOYER-NO TO PYH-EMPLOYER-NO.
122100     MOVE SEP-EMP-NUM TO PYH-EMP-NUM.
122200     MOVE ZERO TO PYH-PERIOD-DATE-CYMD.
122300     MOVE ZERO TO PYH-RECORD-TYPE.
122400     START PAY-HISTORY-FILE KEY IS NOT LESS THAN PYH-KEY.
122500     IF PYH-FILE-STATUS NOT = SUCCESSFUL-STATUS
122600         GO TO FIND-LAST-REMITTANCE-EXIT.
122700     MOVE "N" TO SEP-HIST-FOUND-SW.
122800     PERFORM CHECK-ONE-REMITTANCE THRU
122900             CHECK-ONE-REMITTANCE-EXIT
123000         UNTIL SEP-HIST-FOUND.
123100 FIND-LAST-REMITTANCE-EXIT.  EXIT.
123200
123300 CHECK-ONE-REMITTANCE.
123400*    SEP-HIST-FOUND-SW marks the end of the employee's history
123500*    here, so the payee scan's own switch is left alone.
123600     READ PAY-HISTORY-FILE NEXT
123700         AT END
123800             MOVE "Y" TO SEP-HIST-FOUND-SW
123900             GO TO CHECK-ONE-REMITTANCE-EXIT.
124000     IF PYH-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO OR
124100        PYH-EMP-NUM NOT = SEP-EMP-NUM
124200         MOVE "Y" TO SEP-HIST-FOUND-SW
124300         GO TO CHECK-ONE-REMITTANCE-EXIT.
124400
124500     MOVE PYH-TIME-IMAGE TO PAY-TIME-TRX-RECORD.
124600     MOVE ZERO TO SEP-REMIT-AMOUNT.
124700     IF AGY-DED-CODE = "GR"
124800         MOVE TIME-GARNISHEE-DED TO SEP-REMIT-AMOUNT
124900     ELSE
125000         MOVE 1 TO SEP-DED-SUB
125100         PERFORM ADD-ONE-SUPPORT-REMIT THRU
125200                 ADD-ONE-SUPPORT-REMIT-EXIT
125300             UNTIL SEP-DED-SUB > 5.
125400     IF SEP-REMIT-AMOUNT = ZERO
125500         GO TO CHECK-ONE-REMITTANCE-EXIT.
125600
125700*    Read in date order, so the last one kept is the latest; a
125800*    retro record for the same period adds to it.
125900     IF SEP-REMIT-FOUND AND
126000        PYH-PAY-PERIOD-DATE = SEP-LAST-REMIT-PERIOD
126100         ADD SEP-REMIT-AMOUNT TO SEP-LAST-REMIT-AMOUNT
126200     ELSE
126300         MOVE SEP-REMIT-AMOUNT TO SEP-LAST-REMIT-AMOUNT.
126400     MOVE PYH-PAY-PERIOD-DATE TO SEP-LAST-REMIT-PERIOD.
126500     MOVE "Y" TO SEP-REMIT-FOUND-SW.
126600 CHECK-ONE-REMITTANCE-EXIT.  EXIT.
126700
126800 ADD-ONE-SUPPORT-REMIT.
126900     IF TIME-SUPPORT-DED-CODE (SEP-DED-SUB) = AGY-DED-CODE
127000         ADD TIME-SUPPORT-DED-AMT (SEP-DED-SUB) TO
127100             SEP-REMIT-AMOUNT.
127200     ADD 1 TO SEP-DED-SUB.
127300 ADD-ONE-SUPPORT-REMIT-EXIT.  EXIT.
127400
127500 PRINT-AGENCY-NOTICE.
127600*    One notice to the 66-line page: employer, date, payee
127700*    address block, the employee and case, and the last amount
127800*    remitted.
127900     MOVE ZERO TO SEP-LINE-COUNT.
128000     MOVE SPACES TO ANL-NOTICE-LINE.
128100     MOVE PRCTL-EMPLOYER-NAME TO ANL-LABEL.
128200     PERFORM WRITE-NOTICE-LINE THRU
128300             WRITE-NOTICE-LINE-EXIT.
128400     MOVE PRCTL-ADDRESS-1 TO ANL-LABEL.
128500     PERFORM WRITE-NOTICE-LINE THRU
128600             WRITE-NOTICE-LINE-EXIT.
128700     MOVE PRCTL-ADDRESS-2 TO ANL-LABEL.
128800     PERFORM WRITE-NOTICE-LINE THRU
128900             WRITE-NOTICE-LINE-EXIT.
129000     MOVE PRCTL-ADDRESS-3 TO ANL-LABEL.
129100     PERFORM WRITE-NOTICE-LINE THRU
129200             WRITE-NOTICE-LINE-EXIT.
129300     PERFORM WRITE-NOTICE-LINE THRU
129400             WRITE-NOTICE-LINE-EXIT.
129500     MOVE "DATE" TO ANL-LABEL.
129600     MOVE SEP-RUN-MM TO ANL-DATE-MM.
129700     MOVE SEP-RUN-DD TO ANL-DATE-DD.
129800     MOVE SEP-RUN-YY TO ANL-DATE-YY.
129900     MOVE ANL-DATE-WORK TO ANL-DATE-EDIT.
130000     MOVE ANL-DATE-EDIT TO ANL-TEXT.
130100     PERFORM WRITE-NOTICE-LINE THRU
130200             WRITE-NOTICE-LINE-EXIT.
130300     PERFORM WRITE-NOTICE-LINE THRU
130400             WRITE-NOTICE-LINE-EXIT.
130500
130600     MOVE AGY-PAYEE-NAME TO ANL-LABEL.
130700     PERFORM WRITE-NOTICE-LINE THRU
130800             WRITE-NOTICE-LINE-EXIT.
130900     MOVE AGY-ADDRESS-1 TO ANL-LABEL.
131000     PERFORM WRITE-NOTICE-LINE THRU
131100             WRITE-NOTICE-LINE-EXIT.
131200     MOVE AGY-ADDRESS-2 TO ANL-LABEL.
131300     PERFORM WRITE-NOTICE-LINE THRU
131400             WRITE-NOTICE-LINE-EXIT.
131500     MOVE AGY-ADDRESS-3 TO ANL-LABEL.
131600     PERFORM WRITE-NOTICE-LINE THRU
131700             WRITE-NOTICE-LINE-EXIT.
131800     PERFORM WRITE-NOTICE-LINE THRU
131900             WRITE-NOTICE-LINE-EXIT.
132000     PERFORM WRITE-NOTICE-LINE THRU
132100             WRITE-NOTICE-LINE-EXIT.
132200
132300     MOVE "NOTICE OF EMPLOYEE TERMINATION" TO ANL-LABEL.
132400     PERFORM WRITE-NOTICE-LINE THRU
132500             WRITE-NOTICE-LINE-EXIT.
132600     PERFORM WRITE-NOTICE-LINE THRU
132700             WRITE-NOTICE-LINE-EXIT.
132800     MOVE "EMPLOYEE" TO ANL-LABEL.
132900     MOVE EM-EMP-NAME TO ANL-TEXT.
133000     PERFORM WRITE-NOTICE-LINE THRU
133100             WRITE-NOTICE-LINE-EXIT.
133200     MOVE "SOCIAL SECURITY NUMBER" TO ANL-LABEL.
133300     MOVE EM-SOC-SEC-NO TO ANL-SSN-EDIT.
133400     MOVE ANL-SSN-EDIT TO ANL-TEXT.
133500     PERFORM WRITE-NOTICE-LINE THRU
133600             WRITE-NOTICE-LINE-EXIT.
133700     MOVE "CASE NUMBER" TO ANL-LABEL.
133800     MOVE AGY-CASE-NUMBER TO ANL-TEXT.
133900     PERFORM WRITE-NOTICE-LINE THRU
134000             WRITE-NOTICE-LINE-EXIT.
134100     MOVE "DATE OF TERMINATION" TO ANL-LABEL.
134200     MOVE SEP-TERM-MM TO ANL-TERM-MM.
134300     MOVE SEP-TERM-DD TO ANL-TERM-DD.
134400     MOVE SEP-TERM-CCYY TO ANL-TERM-CCYY.
134500     MOVE ANL-TERM-DATE-WORK TO ANL-TERM-DATE-EDIT.
134600     MOVE ANL-TERM-DATE-EDIT TO ANL-TEXT.
134700     PERFORM WRITE-NOTICE-LINE THRU
134800             WRITE-NOTICE-LINE-EXIT.
134900     MOVE "LAST AMOUNT REMITTED" TO ANL-LABEL.
135000     IF SEP-REMIT-FOUND
135100         MOVE SEP-LAST-REMIT-AMOUNT TO ANL-AMOUNT-EDIT
135200         MOVE ANL-AMOUNT-EDIT TO ANL-TEXT
135300     ELSE
135400         MOVE "NONE WITHHELD TO DATE" TO ANL-TEXT.
135500     PERFORM WRITE-NOTICE-LINE THRU
135600             WRITE-NOTICE-LINE-EXIT.
135700     IF SEP-REMIT-FOUND
135800         MOVE "FOR PAY PERIOD ENDING" TO ANL-LABEL
135900         MOVE SEP-LAST-REMIT-PERIOD TO ANL-DATE-EDIT
136000         MOVE ANL-DATE-EDIT TO ANL-TEXT
136100         PERFORM WRITE-NOTICE-LINE THRU
136200                 WRITE-NOTICE-LINE-EXIT.
136300     PERFORM WRITE-NOTICE-LINE THRU
136400             WRITE-NOTICE-LINE-EXIT.
136500
136600     MOVE "THE EMPLOYEE NAMED ABOVE IS NO LONGER EMPLOYED" TO
136700         ANL-TEXT.
136800     PERFORM WRITE-NOTICE-LINE THRU
136900             WRITE-NOTICE-LINE-EXIT.
137000     MOVE "BY US.  ANY AMOUNT WITHHELD FROM THE FINAL PAY" TO
137100         ANL-TEXT.
137200     PERFORM WRITE-NOTICE-LINE THRU
137300             WRITE-NOTICE-LINE-EXIT.
137400     MOVE "WILL BE REMITTED IN THE USUAL WAY; NO FURTHER" TO
137500         ANL-TEXT.
137600     PERFORM WRITE-NOTICE-LINE THRU
137700             WRITE-NOTICE-LINE-EXIT.
137800     MOVE "DEDUCTIONS WILL BE MADE UNDER THIS ORDER." TO
137900         ANL-TEXT.
138000     PERFORM WRITE-NOTICE-LINE THRU
138100             WRITE-NOTICE-LINE-EXIT.
138200
138300     PERFORM PAD-ONE-NOTICE-LINE THRU
138400             PAD-ONE-NOTICE-LINE-EXIT
138500         UNTIL SEP-LINE-COUNT NOT < 66.
138600 PRINT-AGENCY-NOTICE-EXIT.  EXIT.
138700
138800 WRITE-NOTICE-LINE.
138900     WRITE AGENCY-NOTICE-RECORD FROM ANL-NOTICE-LINE.
139000     ADD 1 TO SEP-LINE-COUNT.
139100     MOVE SPACES TO ANL-NOTICE-LINE.
139200 WRITE-NOTICE-LINE-EXIT.  EXIT.
139300
139400 PAD-ONE-NOTICE-LINE.
139500     MOVE SPACES TO AGENCY-NOTICE-RECORD.
139600     WRITE AGENCY-NOTICE-RECORD.
139700     ADD 1 TO SEP-LINE-COUNT.
139800 PAD-ONE-NOTICE-LINE-EXIT.  EXIT.
139900
140000 WRITE-CHECKLIST-LINE.
140100     MOVE SPACES TO SEP-REPORT-LINE.
140200     MOVE SEP-TT-EMP-NUM (SEP-TERM-SUB) TO SEP-RL-EMP-NUM.
140300     MOVE EM-EMP-NAME TO SEP-RL-EMP-NAME.
140400     MOVE SEP-TERM-DATE-WORK TO SEP-RL-TERM-DATE.
140500     IF SEP-PAY-ON-FILE
140600         MOVE "ON FL" TO SEP-RL-PAY-SOURCE.
140700     IF SEP-PAY-BUILT
140800         MOVE "BUILT" TO SEP-RL-PAY-SOURCE.
140900     MOVE SEP-VAC-HOURS-PAID TO SEP-RL-VAC-HOURS.
141000     MOVE SEP-VAC-PAY-EST TO SEP-RL-VAC-PAY.
141100     MOVE SEP-LOAN-RECOVERED TO SEP-RL-LOAN-TAKEN.
141200     MOVE SEP-LOAN-BAL-LEFT TO SEP-RL-LOAN-LEFT.
141300     MOVE SEP-ARREARS-RECOVERED TO SEP-RL-ARREARS-TAKEN.
141400     MOVE SEP-ARREARS-BAL-LEFT TO SEP-RL-ARREARS-LEFT.
141500     IF SEP-DD-INACTIVATED
141600         MOVE "STOP" TO SEP-RL-DEPOSIT
141700     ELSE
141800         MOVE "NONE" TO SEP-RL-DEPOSIT.
141900     MOVE SEP-NOTICES-PRINTED TO SEP-RL-NOTICES.
142000     MOVE SEP-MESSAGE-HOLD TO SEP-RL-MESSAGE.
142100     WRITE PRINT-RECORD FROM SEP-REPORT-LINE.
142200 WRITE-CHECKLIST-LINE-EXIT.  EXIT.
142300
142400     COPY DSRUNCTL.
142500
142600     COPY DSPAYRAT.
142700
142800 END-OF-PROGRAM SECTION.
142900
143000 DONE.
143100     STOP RUN.
143200
143300 END-OF-PROGRAM-EXIT.  EXIT.
