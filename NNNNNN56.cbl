000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN56.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Pre-check payroll edit.  Run after NNNNNN51 has calculated
000700*  the period and before the NNNNNN54 check print or the
000800*  NNNNNN18 ACH file, so a bad paycheck is caught before it is
000900*  paid.  Reads the entered employer's type-1 and type-9
001000*  PRTIMFIL records and lists every exception found:
001100*      - TIME-NET-PAY zero or negative
001200*      - TIME-NET-PAY above the ceiling the operator enters
001300*      - TIME-GROSS-PAY moved more than the entered percentage
001400*        from the employee's last closed period on PAYHIST
001500*      - regular plus overtime hours averaging more than the
001600*        entered hours a day over the working days in the
001700*        period, taken from PRCTL-PAY-FREQ
001800*      - TIME-EMP-SOC-SEC-NO missing
001900*      - TIME-DD-FLAG "Y" with no TIME-DD-ACCT-NO or no routing
002000*        number to deposit to
002100*      - employee terminated (EM-TERMINATED) on EMPMAST, unless
002110*        the record is the final pay the NNNNNN73 separation
002120*        run set up for this period (a SEPHIST record for the
002130*        employee carries the period), which is listed and
002140*        counted on its own line but does not hold the payroll
002200*  and then reads EMPMAST for every active employee who has no
002300*  PRTIMFIL record at all.  The gross variance and hours tests
002400*  look at the primary (type 1) record only; a retro adjustment
002500*  record would trip them by its nature.
002600*  Guarded by the RUNCTL run control: held until NNNNNN51 has
002700*  run for the period.  The edit stamps its completion only
002800*  when it runs clean, or when the operator releases the
002900*  payroll over the exceptions listed; NNNNNN54 and NNNNNN18
003000*  are held until it has.
003100*****************************************************************
003200
003300 AUTHOR. Terry Reinholt
003400
003500 ENVIRONMENT DIVISION.
003600
003700 CONFIGURATION SECTION.
003800
003900 SOURCE-COMPUTER. WANG-2200-VS.
004000 OBJECT-COMPUTER. WANG-2200-VS.
004100
004200     COPY FIGCONS.
004300
004400 INPUT-OUTPUT SECTION.
004500
004600 FILE-CONTROL.
004700
004800     COPY SLPRCNTL.
004900
005000     COPY SLRUNCTL.
005100
005200     COPY SLTMETRX.
005300
005400     COPY SLPAYHST.
005500
005600     COPY SLEMPMST.
005700
005710     COPY SLSEPHST.
005720
005800     COPY SLPRINT.
005900
006000/
006100 DATA DIVISION.
006200
006300 FILE SECTION.
006400
006500     COPY FDPRCNTL.
006600
006700     COPY FDRUNCTL.
006800
006900     COPY FDTMETRX.
007000
007100     COPY FDPAYHST.
007200
007300     COPY FDEMPMST.
007400
007410     COPY FDSEPHST.
007420
007500     COPY FDPRINT.
007600
007700/
007800 WORKING-STORAGE SECTION.
007900
008000     COPY WSPRCNTL.
008100
008200     COPY WSRUNCTL.
008300
008400     COPY WSTMETRX.
008500
008600     COPY WSPAYHST.
008700
008800     COPY WSEMPMST.
008900
008910     COPY WSSEPHST.
008920
009000     COPY WSPRINT.
009100
009200     COPY WSFILEST.
009300
009400 77  CT-RECORDS-READ                  PIC 9(7) COMP VALUE ZERO.
009500 77  CT-RECORDS-EDITED                PIC 9(7) COMP VALUE ZERO.
009600 77  CT-EXCEPTIONS                    PIC 9(7) COMP VALUE ZERO.
009700 77  CT-NO-NET-PAY                    PIC 9(7) COMP VALUE ZERO.
009800 77  CT-OVER-CEILING                  PIC 9(7) COMP VALUE ZERO.
009900 77  CT-GROSS-VARIANCE                PIC 9(7) COMP VALUE ZERO.
010000 77  CT-HOURS-OVER                    PIC 9(7) COMP VALUE ZERO.
010100 77  CT-NO-SOC-SEC-NO                 PIC 9(7) COMP VALUE ZERO.
010200 77  CT-DD-INCOMPLETE                 PIC 9(7) COMP VALUE ZERO.
010300 77  CT-TERMINATED                    PIC 9(7) COMP VALUE ZERO.
010350 77  CT-FINAL-PAY                     PIC 9(7) COMP VALUE ZERO.
010400 77  CT-NOT-ON-PAYROLL                PIC 9(7) COMP VALUE ZERO.
010500 77  CT-NET-TOTAL                    PIC S9(8)V99 COMP VALUE ZERO.
010600
010700 77  OK-TO-GO                         PIC X(1) VALUE " ".
010800 77  PCE-NET-CEILING                  PIC 9(5)V99 VALUE ZERO.
010900 77  PCE-VARIANCE-LIMIT               PIC 9(3) VALUE ZERO.
011000*        percent; zero skips the gross variance test
011100 77  PCE-DAILY-HOURS-LIMIT            PIC 9(2)V99 VALUE ZERO.
011200*        hours a day; zero skips the hours test
011300 77  PCE-PERIOD-DAYS                  PIC 9(2) COMP VALUE ZERO.
011400 77  PCE-TOTAL-HOURS              PIC S9(4)V99 COMP VALUE ZERO.
011500 77  PCE-DAILY-AVERAGE            PIC S9(3)V99 COMP VALUE ZERO.
011600 77  PCE-LAST-GROSS               PIC S9(6)V99 COMP VALUE ZERO.
011700 77  PCE-LAST-PERIOD-DATE             PIC 9(6) VALUE ZERO.
011800 77  PCE-VARIANCE-PCT             PIC S9(5)V99 COMP VALUE ZERO.
011900 77  PCE-EXCEPTION-TEXT               PIC X(32) VALUE SPACES.
012000 77  PCE-EXCEPTION-VALUE              PIC S9(6)V99 VALUE ZERO.
012100 77  PCE-EMP-NUM                      PIC 9(4) VALUE ZERO.
012200 77  PCE-EMP-NAME                     PIC X(28) VALUE SPACES.
012300 77  PCE-SCAN-DONE-SW                 PIC X(1) VALUE "N".
012400     88  PCE-SCAN-DONE                 VALUE "Y".
012500 77  PCE-HIST-DONE-SW                 PIC X(1) VALUE "N".
012600     88  PCE-HIST-DONE                 VALUE "Y".
012700 77  PCE-LAST-FOUND-SW                PIC X(1) VALUE "N".
012800     88  PCE-LAST-FOUND                VALUE "Y".
012900 77  PCE-ON-PAYROLL-SW                PIC X(1) VALUE "N".
013000     88  PCE-ON-PAYROLL                VALUE "Y".
013100 77  PCE-RELEASED-SW                  PIC X(1) VALUE "N".
013200     88  PCE-RELEASED                  VALUE "Y".
013300 77  PAYHIST-ON-HAND-SW               PIC X(1) VALUE "N".
013400     88  PAYHIST-ON-HAND               VALUE "Y".
013410 77  SEPHIST-ON-HAND-SW               PIC X(1) VALUE "N".
013420     88  SEPHIST-ON-HAND               VALUE "Y".
013430 77  PCE-SEP-DONE-SW                  PIC X(1) VALUE "N".
013440     88  PCE-SEP-DONE                  VALUE "Y".
013450 77  PCE-FINAL-PAY-SW                 PIC X(1) VALUE "N".
013460     88  PCE-FINAL-PAY                 VALUE "Y".
013500
013600 01  PERIOD-DATE-BREAKOUT.
013700     05  PRD-MM                       PIC 9(2).
013800     05  PRD-DD                       PIC 9(2).
013900     05  PRD-YY                       PIC 9(2).
014000
014100 01  PCE-PERIOD-DATE-CYMD             PIC 9(8) VALUE ZERO.
014200 01  FILLER REDEFINES PCE-PERIOD-DATE-CYMD.
014300     05  PCE-PERIOD-CCYY              PIC 9(4).
014400     05  PCE-PERIOD-MM                PIC 9(2).
014500     05  PCE-PERIOD-DD                PIC 9(2).
014600
014700 01  CT-REPORT-LINE.
014800     05  FILLER                       PIC X(4).
014900     05  CT-RL-LABEL                   PIC X(40).
015000     05  FILLER                       PIC X(4).
015100     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
015200     05  FILLER                       PIC X(69).
015300
015400 01  PCE-REPORT-LINE.
015500     05  PCE-RL-EMP-NUM                 PIC ZZZ9.
015600     05  FILLER                       PIC X(3).
015700     05  PCE-RL-EMP-NAME                PIC X(28).
015800     05  FILLER                       PIC X(3).
015900     05  PCE-RL-RECORD-TYPE             PIC X(1).
016000     05  FILLER                       PIC X(3).
016100     05  PCE-RL-EXCEPTION               PIC X(32).
016200     05  FILLER                       PIC X(3).
016300     05  PCE-RL-VALUE                   PIC ZZZ,ZZ9.99-.
016400     05  FILLER                       PIC X(44).
016500
016600/
016700 PROCEDURE DIVISION.
016800
016900 MAIN-LOGIC SECTION.
017000
017100 INITIALIZATION.
017200     OPEN INPUT PAYROLL-CONTROL-FILE.
017300     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
017400     ACCEPT PRCTL-EMPLOYER-NO.
017500     READ PAYROLL-CONTROL-FILE
017600         INVALID KEY
017700             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
017800             GO TO DONE.
017900
018000     DISPLAY "ENTER PAY PERIOD DATE (MMDDYY)".
018100     ACCEPT RNC-CHECK-PERIOD-DATE.
018200     PERFORM OPEN-RUN-CONTROL THRU
018300             OPEN-RUN-CONTROL-EXIT.
018400     MOVE "NNNNNN56" TO RNC-CHECK-PGM-NAME.
018500     MOVE "NNNNNN51" TO RNC-PREREQ-PGM-NAME.
018600     PERFORM CHECK-RUN-CONTROL THRU
018700             CHECK-RUN-CONTROL-EXIT.
018800     IF RNC-RUN-REFUSED
018900         DISPLAY "RUN CANCELLED BY RUN CONTROL"
019000         GO TO DONE.
019100
019200     MOVE RNC-CHECK-PERIOD-DATE TO PERIOD-DATE-BREAKOUT.
019300     COMPUTE PCE-PERIOD-CCYY = 2000 + PRD-YY.
019400     MOVE PRD-MM TO PCE-PERIOD-MM.
019500     MOVE PRD-DD TO PCE-PERIOD-DD.
019600
019700     DISPLAY "ENTER NET PAY CEILING (99999.99, 0 = NONE)".
019800     ACCEPT PCE-NET-CEILING.
019900     DISPLAY "ENTER GROSS VARIANCE PERCENT (0 = NONE)".
020000     ACCEPT PCE-VARIANCE-LIMIT.
020100     DISPLAY "ENTER MAXIMUM AVERAGE HOURS A DAY (0 = NONE)".
020200     ACCEPT PCE-DAILY-HOURS-LIMIT.
020300
020400     IF PRCTL-PAY-FREQ-WEEKLY
020500         MOVE 5 TO PCE-PERIOD-DAYS
020600     ELSE
020700         IF PRCTL-PAY-FREQ-SEMI-MONTHLY
020800             MOVE 11 TO PCE-PERIOD-DAYS
020900         ELSE
021000             IF PRCTL-PAY-FREQ-MONTHLY
021100                 MOVE 22 TO PCE-PERIOD-DAYS
021200             ELSE
021300                 MOVE 10 TO PCE-PERIOD-DAYS.
021400
021500     OPEN INPUT PAY-TIME-TRX-FILE.
021600     OPEN INPUT EMPLOYEE-MASTER-FILE.
021700     OPEN INPUT PAY-HISTORY-FILE.
021800     IF PYH-FILE-STATUS = SUCCESSFUL-STATUS
021900         MOVE "Y" TO PAYHIST-ON-HAND-SW.
021910     OPEN INPUT SEPARATION-HIST-FILE.
021920     IF SEP-FILE-STATUS = SUCCESSFUL-STATUS
021930         MOVE "Y" TO SEPHIST-ON-HAND-SW.
022000     OPEN OUTPUT PRINT-FILE.
022100
022200     PERFORM HEADING-ROUTINE THRU
022300             HEADING-ROUTINE-EXIT.
022400
022500     MOVE PRCTL-EMPLOYER-NO TO TIME-EMPLOYER-NO.
022600     MOVE ZERO TO TIME-EMP-NUMBER.
022700     MOVE ZERO TO TIME-RECORD-TYPE.
022800     START PAY-TIME-TRX-FILE
022900         KEY IS NOT LESS THAN PAY-TIME-TRX-KEY.
023000     IF PTT-FILE-STATUS NOT = SUCCESSFUL-STATUS
023100         MOVE "Y" TO PCE-SCAN-DONE-SW.
023200
023300     PERFORM PROCESS-INPUT THRU
023400             PROCESS-INPUT-EXIT
023500         UNTIL PCE-SCAN-DONE.
023600
023700     MOVE "N" TO PCE-SCAN-DONE-SW.
023800     MOVE PRCTL-EMPLOYER-NO TO EM-EMPLOYER-NO.
023900     MOVE ZERO TO EM-EMP-NUM.
024000     START EMPLOYEE-MASTER-FILE
024100         KEY IS NOT LESS THAN EM-KEY.
024200     IF EM-FILE-STATUS NOT = SUCCESSFUL-STATUS
024300         MOVE "Y" TO PCE-SCAN-DONE-SW.
024400
024500     PERFORM CHECK-ONE-EMPLOYEE THRU
024600             CHECK-ONE-EMPLOYEE-EXIT
024700         UNTIL PCE-SCAN-DONE.
024800
024900     IF CT-EXCEPTIONS = ZERO
025000         MOVE "Y" TO PCE-RELEASED-SW
025100     ELSE
025200         DISPLAY CT-EXCEPTIONS " PAYROLL EDIT EXCEPTIONS LISTED"
025300         DISPLAY "RELEASE PAYROLL FOR CHECKS AND ACH? (Y/N)"
025400         ACCEPT OK-TO-GO
025500         IF OK-TO-GO = "Y" OR OK-TO-GO = "y"
025600             MOVE "Y" TO PCE-RELEASED-SW.
025700
025800     PERFORM CLOSE-DOWN THRU
025900             CLOSING-PROCEDURE-EXIT.
026000
026100     GO TO DONE.
026200
026300 HEADING-ROUTINE.
026400     MOVE SPACES TO PRINT-RECORD.
026500     MOVE "PRE-CHECK PAYROLL EDIT" TO PRINT-RECORD.
026600     WRITE PRINT-RECORD.
026700     MOVE SPACES TO PRINT-RECORD.
026800     MOVE "EMP    NAME                          T   EXCEPTION"
026900         TO PRINT-RECORD.
027000     WRITE PRINT-RECORD.
027100     MOVE SPACES TO PRINT-RECORD.
027200     WRITE PRINT-RECORD.
027300 HEADING-ROUTINE-EXIT.  EXIT.
027400
027500 CLOSING-PROCEDURE SECTION.
027600
027700 CLOSE-DOWN.
027800     MOVE SPACES TO PRINT-RECORD.
027900     WRITE PRINT-RECORD.
028000     MOVE "PRTIMFIL RECORDS READ" TO CT-RL-LABEL.
028100     MOVE CT-RECORDS-READ TO CT-RL-VALUE.
028200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
028300     MOVE "PAY RECORDS EDITED" TO CT-RL-LABEL.
028400     MOVE CT-RECORDS-EDITED TO CT-RL-VALUE.
028500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
028600     MOVE "NET PAY EDITED" TO CT-RL-LABEL.
028700     MOVE CT-NET-TOTAL TO CT-RL-VALUE.
028800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
028900     MOVE "NET PAY ZERO OR NEGATIVE" TO CT-RL-LABEL.
029000     MOVE CT-NO-NET-PAY TO CT-RL-VALUE.
029100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
029200     MOVE "NET PAY OVER CEILING" TO CT-RL-LABEL.
029300     MOVE CT-OVER-CEILING TO CT-RL-VALUE.
029400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
029500     MOVE "GROSS VARIANCE FROM LAST PERIOD" TO CT-RL-LABEL.
029600     MOVE CT-GROSS-VARIANCE TO CT-RL-VALUE.
029700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
029800     MOVE "HOURS OVER DAILY AVERAGE" TO CT-RL-LABEL.
029900     MOVE CT-HOURS-OVER TO CT-RL-VALUE.
030000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030100     MOVE "SOCIAL SECURITY NUMBER MISSING" TO CT-RL-LABEL.
030200     MOVE CT-NO-SOC-SEC-NO TO CT-RL-VALUE.
030300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030400     MOVE "DIRECT DEPOSIT ACCOUNT INCOMPLETE" TO CT-RL-LABEL.
030500     MOVE CT-DD-INCOMPLETE TO CT-RL-VALUE.
030600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030700     MOVE "TERMINATED ON EMPMAST" TO CT-RL-LABEL.
030800     MOVE CT-TERMINATED TO CT-RL-VALUE.
030900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030910     MOVE "FINAL PAY - SEPARATED" TO CT-RL-LABEL.
030920     MOVE CT-FINAL-PAY TO CT-RL-VALUE.
030930     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031000     MOVE "ACTIVE WITH NO PRTIMFIL RECORD" TO CT-RL-LABEL.
031100     MOVE CT-NOT-ON-PAYROLL TO CT-RL-VALUE.
031200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031300     MOVE "TOTAL EXCEPTIONS" TO CT-RL-LABEL.
031400     MOVE CT-EXCEPTIONS TO CT-RL-VALUE.
031500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031600
031700     MOVE SPACES TO PRINT-RECORD.
031800     WRITE PRINT-RECORD.
031900     IF CT-EXCEPTIONS = ZERO
032000         MOVE "EDIT RAN CLEAN - PAYROLL RELEASED" TO PRINT-RECORD
032100     ELSE
032200         IF PCE-RELEASED
032300             MOVE "EXCEPTIONS OVERRIDDEN - PAYROLL RELEASED" TO
032400                 PRINT-RECORD
032500         ELSE
032600             MOVE "PAYROLL HELD - CORRECT AND RERUN THE EDIT" TO
032700                 PRINT-RECORD.
032800     WRITE PRINT-RECORD.
032900
033000     IF PCE-RELEASED
033100         PERFORM STAMP-RUN-COMPLETE THRU
033200                 STAMP-RUN-COMPLETE-EXIT.
033300
033400     IF PAYHIST-ON-HAND
033500         CLOSE PAY-HISTORY-FILE.
033510     IF SEPHIST-ON-HAND
033520         CLOSE SEPARATION-HIST-FILE.
033600     CLOSE PAYROLL-CONTROL-FILE
033700           PAY-TIME-TRX-FILE
033800           EMPLOYEE-MASTER-FILE
033900           PRINT-FILE
034000           RUN-CONTROL-FILE.
034100 CLOSING-PROCEDURE-EXIT.  EXIT.
034200
034300/
034400 PROCESS SECTION.
034500
034600 PROCESS-INPUT.
034700
034800     READ PAY-TIME-TRX-FILE NEXT
034900         AT END
035000             MOVE "Y" TO PCE-SCAN-DONE-SW
035100             GO TO PROCESS-INPUT-EXIT.
035200
035300     IF TIME-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
035400         MOVE "Y" TO PCE-SCAN-DONE-SW
035500         GO TO PROCESS-INPUT-EXIT.
035600
035700     ADD 1 TO CT-RECORDS-READ.
035800
035900     IF TIME-RECORD-TYPE NOT = 1 AND NOT = 9
036000         GO TO PROCESS-INPUT-EXIT.
036100
036200     ADD 1 TO CT-RECORDS-EDITED.
036300     ADD TIME-NET-PAY TO CT-NET-TOTAL.
036400     MOVE TIME-EMP-NUMBER TO PCE-EMP-NUM.
036500     MOVE TIME-EMP-NAME TO PCE-EMP-NAME.
036600
036700     IF TIME-NET-PAY NOT > ZERO
036800         ADD 1 TO CT-NO-NET-PAY
036900         MOVE "NET PAY ZERO OR NEGATIVE" TO PCE-EXCEPTION-TEXT
037000         MOVE TIME-NET-PAY TO PCE-EXCEPTION-VALUE
037100         PERFORM WRITE-EXCEPTION THRU
037200                 WRITE-EXCEPTION-EXIT.
037300
037400     IF PCE-NET-CEILING > ZERO AND
037500        TIME-NET-PAY > PCE-NET-CEILING
037600         ADD 1 TO CT-OVER-CEILING
037700         MOVE "NET PAY OVER CEILING" TO PCE-EXCEPTION-TEXT
037800         MOVE TIME-NET-PAY TO PCE-EXCEPTION-VALUE
037900         PERFORM WRITE-EXCEPTION THRU
038000                 WRITE-EXCEPTION-EXIT.
038100
038200     IF TIME-EMP-SOC-SEC-NO NOT NUMERIC OR
038300        TIME-EMP-SOC-SEC-NO = ZERO
038400         ADD 1 TO CT-NO-SOC-SEC-NO
038500         MOVE "SOCIAL SECURITY NUMBER MISSING" TO
038600             PCE-EXCEPTION-TEXT
038700         MOVE ZERO TO PCE-EXCEPTION-VALUE
038800         PERFORM WRITE-EXCEPTION THRU
038900                 WRITE-EXCEPTION-EXIT.
039000
039100     IF TIME-DD-FLAG = "Y"
039200         IF TIME-DD-ACCT-NO = SPACES OR
039300            TIME-DD-ROUTING-NO = SPACES OR
039400            TIME-DD-ROUTING-NO = ZERO
039500             ADD 1 TO CT-DD-INCOMPLETE
039600             MOVE "DIRECT DEPOSIT ACCT INCOMPLETE" TO
039700                 PCE-EXCEPTION-TEXT
039800             MOVE TIME-NET-PAY TO PCE-EXCEPTION-VALUE
039900             PERFORM WRITE-EXCEPTION THRU
040000                     WRITE-EXCEPTION-EXIT.
040100
040200     MOVE PRCTL-EMPLOYER-NO TO EM-EMPLOYER-NO.
040300     MOVE TIME-EMP-NUMBER TO EM-EMP-NUM.
040400     READ EMPLOYEE-MASTER-FILE.
040500     IF EM-FILE-STATUS = SUCCESSFUL-STATUS AND
040600        EM-TERMINATED
040700         PERFORM CHECK-TERMINATED THRU
040800                 CHECK-TERMINATED-EXIT.
041200
041300     IF TIME-RECORD-TYPE NOT = 1
041400         GO TO PROCESS-INPUT-EXIT.
041500
041600     COMPUTE PCE-TOTAL-HOURS =
041700         TIME-REGULAR-HOURS + TIME-OVERTIME-HOURS.
041800     COMPUTE PCE-DAILY-AVERAGE ROUNDED =
041900         PCE-TOTAL-HOURS / PCE-PERIOD-DAYS.
042000     IF PCE-DAILY-HOURS-LIMIT > ZERO AND
042100        PCE-DAILY-AVERAGE > PCE-DAILY-HOURS-LIMIT
042200         ADD 1 TO CT-HOURS-OVER
042300         MOVE "HOURS OVER DAILY AVERAGE" TO PCE-EXCEPTION-TEXT
042400         MOVE PCE-TOTAL-HOURS TO PCE-EXCEPTION-VALUE
042500         PERFORM WRITE-EXCEPTION THRU
042600                 WRITE-EXCEPTION-EXIT.
042700
042800     IF PCE-VARIANCE-LIMIT > ZERO AND PAYHIST-ON-HAND
042900         PERFORM CHECK-GROSS-VARIANCE THRU
043000                 CHECK-GROSS-VARIANCE-EXIT.
043100 PROCESS-INPUT-EXIT.  EXIT.
043200
043300 CHECK-GROSS-VARIANCE.
043400*    Compares this period's gross with the employee's latest
043500*    primary record on PAYHIST dated before the period being
043600*    edited.  An employee with no history yet is not tested.
043700     MOVE "N" TO PCE-LAST-FOUND-SW.
043800     MOVE "N" TO PCE-HIST-DONE-SW.
043900     MOVE PRCTL-EMPLOYER-NO TO PYH-EMPLOYER-NO.
044000     MOVE TIME-EMP-NUMBER TO PYH-EMP-NUM.
044100     MOVE ZERO TO PYH-PERIOD-DATE-CYMD.
044200     MOVE ZERO TO PYH-RECORD-TYPE.
044300     START PAY-HISTORY-FILE
044400         KEY IS NOT LESS THAN PYH-KEY.
044500     IF PYH-FILE-STATUS NOT = SUCCESSFUL-STATUS
044600         GO TO CHECK-GROSS-VARIANCE-EXIT.
044700
044800     PERFORM SCAN-ONE-HISTORY THRU
044900             SCAN-ONE-HISTORY-EXIT
045000         UNTIL PCE-HIST-DONE.
045100
045200     IF NOT PCE-LAST-FOUND OR PCE-LAST-GROSS NOT > ZERO
045300         GO TO CHECK-GROSS-VARIANCE-EXIT.
045400
045500     COMPUTE PCE-VARIANCE-PCT ROUNDED =
045600         (TIME-GROSS-PAY - PCE-LAST-GROSS) * 100 / PCE-LAST-GROSS.
045700     IF PCE-VARIANCE-PCT < ZERO
045800         COMPUTE PCE-VARIANCE-PCT = PCE-VARIANCE-PCT * -1.
045900     IF PCE-VARIANCE-PCT > PCE-VARIANCE-LIMIT
046000         ADD 1 TO CT-GROSS-VARIANCE
046100         MOVE "GROSS VARIANCE - LAST PERIOD WAS" TO
046200             PCE-EXCEPTION-TEXT
046300         MOVE PCE-LAST-GROSS TO PCE-EXCEPTION-VALUE
046400         PERFORM WRITE-EXCEPTION THRU
046500                 WRITE-EXCEPTION-EXIT.
046600 CHECK-GROSS-VARIANCE-EXIT.  EXIT.
046700
046800 SCAN-ONE-HISTORY.
046900     READ PAY-HISTORY-FILE NEXT
047000         AT END
047100             MOVE "Y" TO PCE-HIST-DONE-SW
047200             GO TO SCAN-ONE-HISTORY-EXIT.
047300
047400     IF PYH-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO OR
047500        PYH-EMP-NUM NOT = TIME-EMP-NUMBER OR
047600        PYH-PERIOD-DATE-CYMD NOT < PCE-PERIOD-DATE-CYMD
047700         MOVE "Y" TO PCE-HIST-DONE-SW
047800         GO TO SCAN-ONE-HISTORY-EXIT.
047900
048000     IF PYH-RECORD-TYPE = 1
048100         MOVE "Y" TO PCE-LAST-FOUND-SW
048200         MOVE PYH-GROSS-PAY TO PCE-LAST-GROSS
048300         MOVE PYH-PAY-PERIOD-DATE TO PCE-LAST-PERIOD-DATE.
048400 SCAN-ONE-HISTORY-EXIT.  EXIT.
048500
048501 CHECK-TERMINATED.
048502*    Pay for a terminated employee is expected when the NNNNNN73
048503*    separation run set it up as the final pay for this period.
048504     MOVE "N" TO PCE-FINAL-PAY-SW.
048505     IF NOT SEPHIST-ON-HAND
048506         GO TO CHECK-TERMINATED-EXCEPTION.
048507     MOVE PRCTL-EMPLOYER-NO TO SEP-EMPLOYER-NO.
048508     MOVE TIME-EMP-NUMBER TO SEP-EMP-NUM.
048509     MOVE ZERO TO SEP-TERM-DATE-CYMD.
048510     START SEPARATION-HIST-FILE
048511         KEY IS NOT LESS THAN SEP-KEY.
048512     IF SEP-FILE-STATUS NOT = SUCCESSFUL-STATUS
048513         GO TO CHECK-TERMINATED-EXCEPTION.
048514
048515     MOVE "N" TO PCE-SEP-DONE-SW.
048516     PERFORM SCAN-ONE-SEPARATION THRU
048517             SCAN-ONE-SEPARATION-EXIT
048518         UNTIL PCE-SEP-DONE.
048519     IF NOT PCE-FINAL-PAY
048520         GO TO CHECK-TERMINATED-EXCEPTION.
048521
048522     ADD 1 TO CT-FINAL-PAY.
048523     MOVE "FINAL PAY - SEPARATED" TO PCE-EXCEPTION-TEXT.
048524     MOVE TIME-NET-PAY TO PCE-EXCEPTION-VALUE.
048525     PERFORM WRITE-REPORT-LINE THRU
048526             WRITE-REPORT-LINE-EXIT.
048527     GO TO CHECK-TERMINATED-EXIT.
048528
048529 CHECK-TERMINATED-EXCEPTION.
048530     ADD 1 TO CT-TERMINATED.
048531     MOVE "TERMINATED ON EMPMAST" TO PCE-EXCEPTION-TEXT.
048532     MOVE TIME-NET-PAY TO PCE-EXCEPTION-VALUE.
048533     PERFORM WRITE-EXCEPTION THRU
048534             WRITE-EXCEPTION-EXIT.
048535 CHECK-TERMINATED-EXIT.  EXIT.
048536
048537 SCAN-ONE-SEPARATION.
048538     READ SEPARATION-HIST-FILE NEXT
048539         AT END
048540             MOVE "Y" TO PCE-SEP-DONE-SW
048541             GO TO SCAN-ONE-SEPARATION-EXIT.
048542
048543     IF SEP-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO OR
048544        SEP-EMP-NUM NOT = TIME-EMP-NUMBER
048545         MOVE "Y" TO PCE-SEP-DONE-SW
048546         GO TO SCAN-ONE-SEPARATION-EXIT.
048547
048548     IF SEP-PAY-PERIOD-DATE = RNC-CHECK-PERIOD-DATE
048549         MOVE "Y" TO PCE-FINAL-PAY-SW
048550         MOVE "Y" TO PCE-SEP-DONE-SW.
048551 SCAN-ONE-SEPARATION-EXIT.  EXIT.
048552
048600 CHECK-ONE-EMPLOYEE.
048700*    Every active employee on the master should have a pay
048800*    record this period; one with none at all may have had a
048900*    time card lost before the hours post.
049000     READ EMPLOYEE-MASTER-FILE NEXT
049100         AT END
049200             MOVE "Y" TO PCE-SCAN-DONE-SW
049300             GO TO CHECK-ONE-EMPLOYEE-EXIT.
049400
049500     IF EM-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
049600         MOVE "Y" TO PCE-SCAN-DONE-SW
049700         GO TO CHECK-ONE-EMPLOYEE-EXIT.
049800
049900     IF NOT EM-ACTIVE
050000         GO TO CHECK-ONE-EMPLOYEE-EXIT.
050100
050200     MOVE "N" TO PCE-ON-PAYROLL-SW.
050300     MOVE PRCTL-EMPLOYER-NO TO TIME-EMPLOYER-NO.
050400     MOVE EM-EMP-NUM TO TIME-EMP-NUMBER.
050500     MOVE ZERO TO TIME-RECORD-TYPE.
050600     START PAY-TIME-TRX-FILE
050700         KEY IS NOT LESS THAN PAY-TIME-TRX-KEY.
050800     IF PTT-FILE-STATUS = SUCCESSFUL-STATUS
050900         READ PAY-TIME-TRX-FILE NEXT
051000         IF PTT-FILE-STATUS = SUCCESSFUL-STATUS AND
051100            TIME-EMPLOYER-NO = PRCTL-EMPLOYER-NO AND
051200            TIME-EMP-NUMBER = EM-EMP-NUM
051300             MOVE "Y" TO PCE-ON-PAYROLL-SW.
051400
051500     IF NOT PCE-ON-PAYROLL
051600         ADD 1 TO CT-NOT-ON-PAYROLL
051700         MOVE EM-EMP-NUM TO PCE-EMP-NUM
051800         MOVE EM-EMP-NAME TO PCE-EMP-NAME
051900         MOVE ZERO TO TIME-RECORD-TYPE
052000         MOVE "ACTIVE - NO PRTIMFIL RECORD" TO PCE-EXCEPTION-TEXT
052100         MOVE ZERO TO PCE-EXCEPTION-VALUE
052200         PERFORM WRITE-EXCEPTION THRU
052300                 WRITE-EXCEPTION-EXIT.
052400 CHECK-ONE-EMPLOYEE-EXIT.  EXIT.
052500
052600 WRITE-EXCEPTION.
052610     ADD 1 TO CT-EXCEPTIONS.
052620     PERFORM WRITE-REPORT-LINE THRU
052630             WRITE-REPORT-LINE-EXIT.
052640 WRITE-EXCEPTION-EXIT.  EXIT.
052650
052700 WRITE-REPORT-LINE.
052800     MOVE SPACES TO PCE-REPORT-LINE.
052900     MOVE PCE-EMP-NUM TO PCE-RL-EMP-NUM.
053000     MOVE PCE-EMP-NAME TO PCE-RL-EMP-NAME.
053100     IF TIME-RECORD-TYPE NOT = ZERO
053200         MOVE TIME-RECORD-TYPE TO PCE-RL-RECORD-TYPE.
053300     MOVE PCE-EXCEPTION-TEXT TO PCE-RL-EXCEPTION.
053400     MOVE PCE-EXCEPTION-VALUE TO PCE-RL-VALUE.
053500     WRITE PRINT-RECORD FROM PCE-REPORT-LINE.
053600 WRITE-REPORT-LINE-EXIT.  EXIT.
053700
053800     COPY DSRUNCTL.
053900
054000 END-OF-PROGRAM SECTION.
054100
054200 DONE.
054300     STOP RUN.
054400
054500 END-OF-PROGRAM-EXIT.  EXIT.
