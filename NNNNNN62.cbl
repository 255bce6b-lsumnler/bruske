000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN62.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Job cost report for an employer that costs labor by job
000700*  (PRCTL-USE-JOB-NUMBERS = "Y").  Every unvoided TIMEDT record
000800*  in the entered date range that carries a TD-JOB-NUMBER is
000900*  charged to its job on the JOBMAST master: hours worked
001000*  (TD-ADJUSTED-HRS), earned hours (TD-EARNED-HRS), and the
001100*  straight-time cost of the hours at the employee's rate - the
001200*  PAYRATE rate in force on the day worked, or TIME-AVERAGE-RATE
001300*  off PRTIMFIL when no hourly rate is on file, the same
001400*  fallback the retro run uses.  Loaded cost adds the employer's
001500*  share of FICA (PRCTL-EMPLOYER-SS-FICA-PCT plus -MC-) to the
001600*  straight-time cost.  Each job prints against its budgeted
001700*  hours: hours remaining and percent of budget used.  A from
001800*  date of zero gives job-to-date figures.  Time charged to a
001900*  job not on the master, or dated after the job was closed, is
002000*  not costed - it is listed ahead of the jobs with the reason,
002100*  for the clerk to correct on TIMEDT.  TIMEDT
002200*  carries no employer number, so like NNNNNN47 the run assumes
002300*  the employer's own TIMEDT library is mounted.
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
004300     COPY SLJOBMST.
004400
004500     COPY SLTIMEDT.
004600
004700     COPY SLTMETRX.
004800
004900     COPY SLPAYRAT.
005200
005300     COPY SLPRINT.
005400
005500/
005600 DATA DIVISION.
005700
005800 FILE SECTION.
005900
006000     COPY FDPRCNTL.
006100
006200     COPY FDJOBMST.
006300
006400     COPY FDTIMEDT.
006500
006600     COPY FDTMETRX.
006700
006800     COPY FDPAYRAT.
007100
007200     COPY FDPRINT.
007300
007400/
007500 WORKING-STORAGE SECTION.
007600
007700     COPY WSPRCNTL.
007800
007900     COPY WSJOBMST.
008000
008100     COPY WSTIMEDT.
008200
008300     COPY WSTMETRX.
008400
008500     COPY WSPAYRAT.
008800
008900     COPY WSPRINT.
009000
009100     COPY WSFILEST.
009200
009300 77  CT-RECORDS-COSTED                PIC 9(7) COMP VALUE ZERO.
009400 77  CT-RECORDS-EXCEPTED              PIC 9(7) COMP VALUE ZERO.
009500 77  CT-RECORDS-NOT-PRICED            PIC 9(7) COMP VALUE ZERO.
009600 77  CT-JOBS-LISTED                   PIC 9(7) COMP VALUE ZERO.
009700 77  CT-JOB-TABLE-OVERFLOW            PIC 9(7) COMP VALUE ZERO.
009800 77  CT-NO-JOB-HOURS                 PIC S9(7)V99 COMP VALUE ZERO.
009900
010000 77  SCAN-DONE-SW                     PIC X(1) VALUE "N".
010100     88  SCAN-DONE                     VALUE "Y".
010200 77  PAYRATE-ON-HAND-SW               PIC X(1) VALUE "N".
010300     88  PAYRATE-ON-HAND               VALUE "Y".
010400 77  JT-FOUND-SW                      PIC X(1) VALUE "N".
010500     88  JT-FOUND                      VALUE "Y".
010600
010700 77  JBC-FROM-DATE-CYMD               PIC 9(8) VALUE ZERO.
010800 77  JBC-TO-DATE-CYMD                 PIC 9(8) VALUE ZERO.
010900 77  JBC-HOLD-EMP-NUM                 PIC 9(5) VALUE 99999.
011000*        one digit wider than TD-EMP-NUM, so the priming value
011100*        can never match a real employee number
011200 77  JBC-HOLD-AVG-RATE               PIC S9(3)V999 COMP
011300                                     VALUE ZERO.
011400 77  JBC-HOURLY-RATE                 PIC S9(3)V999 COMP
011500                                     VALUE ZERO.
011600 77  JBC-RECORD-COST                 PIC S9(6)V99 COMP VALUE ZERO.
011700 77  JBC-FICA-PCT                    PIC 9(2)V99 VALUE ZERO.
011800 77  JBC-LOADED-COST                 PIC S9(9)V99 COMP VALUE ZERO.
011900 77  JBC-REMAINING                   PIC S9(7)V99 COMP VALUE ZERO.
012000 77  JBC-PCT-USED                    PIC 9(4) VALUE ZERO.
012100 77  JBC-ALL-BUDGET                  PIC S9(8)V99 COMP VALUE ZERO.
012200 77  JBC-ALL-HOURS                   PIC S9(8)V99 COMP VALUE ZERO.
012300 77  JBC-ALL-EARNED                  PIC S9(8)V99 COMP VALUE ZERO.
012400 77  JBC-ALL-COST                    PIC S9(9)V99 COMP VALUE ZERO.
012500 77  JBC-ALL-LOADED                  PIC S9(9)V99 COMP VALUE ZERO.
012600
012700 77  JBC-REASON-HOLD                  PIC X(40) VALUE SPACES.
012710 77  JBC-EXCEPTION-HDG-SW             PIC X(1) VALUE "N".
012720     88  JBC-EXCEPTION-HDG-DONE        VALUE "Y".
012800
012900*    The employer's jobs, loaded off JOBMAST in job number order
013000*    and costed as the time detail is read.
013100 77  JT-ENTRIES-USED                  PIC 9(3) COMP VALUE ZERO.
013200 77  JT-SUB                           PIC 9(3) COMP VALUE ZERO.
013300
013400 01  JT-JOB-TABLE.
013500     05  JT-ENTRY OCCURS 300 TIMES.
013600         10  JT-JOB-NUMBER             PIC X(6).
013700         10  JT-CUSTOMER               PIC X(20).
013800         10  JT-STATUS                 PIC X(1).
013900         10  JT-CLOSED-DATE-CYMD       PIC 9(8).
014000         10  JT-BUDGET-HOURS           PIC 9(6)V99.
014100         10  JT-HOURS                  PIC S9(7)V99 COMP.
014200         10  JT-EARNED                 PIC S9(7)V99 COMP.
014300         10  JT-COST                   PIC S9(8)V99 COMP.
014400
014500 01  HDG-REPORT-LINE.
014600     05  HDG-RL-TITLE                  PIC X(46).
014700     05  FILLER                       PIC X(3).
014800     05  HDG-RL-FROM-LABEL             PIC X(5).
014900     05  HDG-RL-FROM-DATE              PIC 9(8).
015000     05  FILLER                       PIC X(3).
015100     05  HDG-RL-TO-LABEL               PIC X(3).
015200     05  HDG-RL-TO-DATE                PIC 9(8).
015300     05  FILLER                       PIC X(56).
015400
015500 01  JCH-HEADING-LINE.
015600     05  FILLER                       PIC X(8) VALUE "JOB".
015700     05  FILLER                       PIC X(22) VALUE "CUSTOMER".
015800     05  FILLER                       PIC X(2) VALUE "S".
015900     05  FILLER                       PIC X(12) VALUE
016000                                          "    BUDGET".
016100     05  FILLER                       PIC X(13) VALUE
016200                                          "      HOURS".
016300     05  FILLER                       PIC X(13) VALUE
016400                                          "     EARNED".
016500     05  FILLER                       PIC X(13) VALUE
016600                                          "  REMAINING".
016700     05  FILLER                       PIC X(6) VALUE "PCT".
016800     05  FILLER                       PIC X(15) VALUE
016900                                          "      ST-COST".
017000     05  FILLER                       PIC X(15) VALUE
017100                                          "       LOADED".
017200     05  FILLER                       PIC X(13) VALUE SPACES.
017300
017400 01  CT-REPORT-LINE.
017500     05  FILLER                       PIC X(4).
017600     05  CT-RL-LABEL                   PIC X(40).
017700     05  FILLER                       PIC X(4).
017800     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
017900     05  FILLER                       PIC X(69).
018000
018100 01  JBC-REPORT-LINE.
018200     05  JBC-RL-JOB-NUMBER              PIC X(6).
018300     05  FILLER                       PIC X(2).
018400     05  JBC-RL-CUSTOMER                PIC X(20).
018500     05  FILLER                       PIC X(2).
018600     05  JBC-RL-STATUS                  PIC X(1).
018700     05  FILLER                       PIC X(2).
018800     05  JBC-RL-BUDGET                  PIC ZZZ,ZZ9.99.
018900     05  FILLER                       PIC X(2).
019000     05  JBC-RL-HOURS                   PIC ZZZ,ZZ9.99-.
019100     05  FILLER                       PIC X(2).
019200     05  JBC-RL-EARNED                  PIC ZZZ,ZZ9.99-.
019300     05  FILLER                       PIC X(2).
019400     05  JBC-RL-REMAINING               PIC ZZZ,ZZ9.99-.
019500     05  FILLER                       PIC X(2).
019600     05  JBC-RL-PCT-USED                PIC ZZZ9.
019700     05  FILLER                       PIC X(2).
019800     05  JBC-RL-COST                    PIC Z,ZZZ,ZZ9.99-.
019900     05  FILLER                       PIC X(2).
020000     05  JBC-RL-LOADED                  PIC Z,ZZZ,ZZ9.99-.
020100     05  FILLER                       PIC X(14).
020110
020120 01  JBX-REPORT-LINE.
020130     05  JBX-RL-EMP-NUM                 PIC ZZZ9.
020140     05  FILLER                       PIC X(2).
020150     05  JBX-RL-DATE-WORKED             PIC 9(8).
020160     05  FILLER                       PIC X(2).
020170     05  JBX-RL-JOB-NUMBER              PIC X(6).
020180     05  FILLER                       PIC X(2).
020190     05  JBX-RL-HOURS                   PIC Z9.99.
020192     05  FILLER                       PIC X(2).
020194     05  JBX-RL-REASON                  PIC X(40).
020196     05  FILLER                       PIC X(61).
020200
020300/
020400 PROCEDURE DIVISION.
020500
020600 MAIN-LOGIC SECTION.
020700
020800 INITIALIZATION.
020900     OPEN INPUT PAYROLL-CONTROL-FILE.
021000     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
021100     ACCEPT PRCTL-EMPLOYER-NO.
021200     READ PAYROLL-CONTROL-FILE
021300         INVALID KEY
021400             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
021500             GO TO DONE.
021600
021700     IF PRCTL-USE-JOB-NUMBERS NOT = "Y"
021800         DISPLAY "EMPLOYER DOES NOT USE JOB NUMBERS"
021900         GO TO DONE.
022000
022100     DISPLAY "ENTER FROM DATE (CCYYMMDD, 0 = JOB TO DATE)".
022200     ACCEPT JBC-FROM-DATE-CYMD.
022300     DISPLAY "ENTER TO DATE (CCYYMMDD)".
022400     ACCEPT JBC-TO-DATE-CYMD.
022500     IF JBC-TO-DATE-CYMD < JBC-FROM-DATE-CYMD
022600         DISPLAY "TO DATE IS BEFORE FROM DATE"
022700         GO TO DONE.
022800
022900     OPEN INPUT JOB-MASTER-FILE.
023000     IF JOB-FILE-STATUS NOT = SUCCESSFUL-STATUS
023100         DISPLAY "UNABLE TO OPEN JOBMAST MASTER, STATUS = "
023200             JOB-FILE-STATUS
023300         GO TO DONE.
023400     OPEN INPUT TIME-DETAIL-FILE.
023500     OPEN INPUT PAY-TIME-TRX-FILE.
023600     OPEN INPUT PAY-RATE-FILE.
023700     IF RAT-FILE-STATUS = SUCCESSFUL-STATUS
023800         MOVE "Y" TO PAYRATE-ON-HAND-SW.
024400     OPEN OUTPUT PRINT-FILE.
024500
024600     COMPUTE JBC-FICA-PCT = PRCTL-EMPLOYER-SS-FICA-PCT +
024700                            PRCTL-EMPLOYER-MC-FICA-PCT.
024800
024900     PERFORM HEADING-ROUTINE THRU
025000             HEADING-ROUTINE-EXIT.
025100
025200     MOVE PRCTL-EMPLOYER-NO TO JOB-EMPLOYER-NO.
025300     MOVE LOW-VALUES TO JOB-NUMBER.
025400     START JOB-MASTER-FILE KEY IS NOT LESS THAN JOB-KEY.
025500     IF JOB-FILE-STATUS NOT = SUCCESSFUL-STATUS
025600         MOVE "Y" TO SCAN-DONE-SW.
025700
025800     PERFORM LOAD-ONE-JOB THRU
025900             LOAD-ONE-JOB-EXIT
026000         UNTIL SCAN-DONE.
026100
026200     PERFORM COST-ONE-TIME-DETAIL THRU
026300             COST-ONE-TIME-DETAIL-EXIT
026400         UNTIL TD-FILE-STATUS = AT-END.
026500
026510     IF JBC-EXCEPTION-HDG-DONE
026520         MOVE SPACES TO PRINT-RECORD
026530         WRITE PRINT-RECORD.
026540     WRITE PRINT-RECORD FROM JCH-HEADING-LINE.
026550     MOVE SPACES TO PRINT-RECORD.
026560     WRITE PRINT-RECORD.
026600     MOVE 1 TO JT-SUB.
026700     PERFORM PRINT-ONE-JOB THRU
026800             PRINT-ONE-JOB-EXIT
026900         UNTIL JT-SUB > JT-ENTRIES-USED.
027000
027100     PERFORM PRINT-JOB-TOTALS THRU
027200             PRINT-JOB-TOTALS-EXIT.
027300
027400     PERFORM CLOSE-DOWN THRU
027500             CLOSING-PROCEDURE-EXIT.
027600
027700     GO TO DONE.
027800
027900 HEADING-ROUTINE.
028000     MOVE SPACES TO HDG-REPORT-LINE.
028100     MOVE "JOB COST REPORT" TO HDG-RL-TITLE.
028200     MOVE "FROM " TO HDG-RL-FROM-LABEL.
028300     MOVE JBC-FROM-DATE-CYMD TO HDG-RL-FROM-DATE.
028400     MOVE "TO " TO HDG-RL-TO-LABEL.
028500     MOVE JBC-TO-DATE-CYMD TO HDG-RL-TO-DATE.
028600     WRITE PRINT-RECORD FROM HDG-REPORT-LINE.
028800     MOVE SPACES TO PRINT-RECORD.
028900     WRITE PRINT-RECORD.
029000 HEADING-ROUTINE-EXIT.  EXIT.
029100
029200 CLOSING-PROCEDURE SECTION.
029300
029400 CLOSE-DOWN.
029500     MOVE SPACES TO PRINT-RECORD.
029600     WRITE PRINT-RECORD.
029700     MOVE "JOBS LISTED" TO CT-RL-LABEL.
029800     MOVE CT-JOBS-LISTED TO CT-RL-VALUE.
029900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030000     MOVE "TIMEDT RECORDS COSTED TO JOBS" TO CT-RL-LABEL.
030100     MOVE CT-RECORDS-COSTED TO CT-RL-VALUE.
030200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030300     MOVE "  COSTED WITH NO RATE ON FILE" TO CT-RL-LABEL.
030400     MOVE CT-RECORDS-NOT-PRICED TO CT-RL-VALUE.
030500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030600     MOVE "HOURS NOT CHARGED TO ANY JOB" TO CT-RL-LABEL.
030700     MOVE CT-NO-JOB-HOURS TO CT-RL-VALUE.
030800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030900     MOVE "RECORDS NOT COSTED - JOB UNKNOWN/CLOSED" TO
031000         CT-RL-LABEL.
031100     MOVE CT-RECORDS-EXCEPTED TO CT-RL-VALUE.
031200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031300     MOVE "JOB TABLE OVERFLOWS - NOT COSTED" TO CT-RL-LABEL.
031400     MOVE CT-JOB-TABLE-OVERFLOW TO CT-RL-VALUE.
031500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031600
031700     CLOSE PAYROLL-CONTROL-FILE
031800           JOB-MASTER-FILE
031900           TIME-DETAIL-FILE
032000           PAY-TIME-TRX-FILE
032200           PRINT-FILE.
032300     IF PAYRATE-ON-HAND
032400         CLOSE PAY-RATE-FILE.
032500 CLOSING-PROCEDURE-EXIT.  EXIT.
032600
032700/
032800 PROCESS SECTION.
032900
033000 LOAD-ONE-JOB.
033100     READ JOB-MASTER-FILE NEXT
033200         AT END
033300             MOVE "Y" TO SCAN-DONE-SW
033400             GO TO LOAD-ONE-JOB-EXIT.
033500
033600     IF JOB-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
033700         MOVE "Y" TO SCAN-DONE-SW
033800         GO TO LOAD-ONE-JOB-EXIT.
033900
034000     IF JT-ENTRIES-USED NOT < 300
034100         ADD 1 TO CT-JOB-TABLE-OVERFLOW
034200         GO TO LOAD-ONE-JOB-EXIT.
034300
034400     ADD 1 TO JT-ENTRIES-USED.
034500     MOVE JT-ENTRIES-USED TO JT-SUB.
034600     MOVE JOB-NUMBER TO JT-JOB-NUMBER (JT-SUB).
034700     MOVE JOB-CUSTOMER-NAME TO JT-CUSTOMER (JT-SUB).
034800     MOVE JOB-STATUS TO JT-STATUS (JT-SUB).
034900     MOVE JOB-CLOSED-DATE-CYMD TO JT-CLOSED-DATE-CYMD (JT-SUB).
035000     MOVE JOB-BUDGET-HOURS TO JT-BUDGET-HOURS (JT-SUB).
035100     MOVE ZERO TO JT-HOURS (JT-SUB).
035200     MOVE ZERO TO JT-EARNED (JT-SUB).
035300     MOVE ZERO TO JT-COST (JT-SUB).
035400 LOAD-ONE-JOB-EXIT.  EXIT.
035500
035600 COST-ONE-TIME-DETAIL.
035700
035800     READ TIME-DETAIL-FILE NEXT.
035900     IF TD-FILE-STATUS = AT-END
036000         GO TO COST-ONE-TIME-DETAIL-EXIT.
036100
036200     IF TD-DATE-WORKED-CYMD < JBC-FROM-DATE-CYMD OR
036300        TD-DATE-WORKED-CYMD > JBC-TO-DATE-CYMD
036400         GO TO COST-ONE-TIME-DETAIL-EXIT.
036500
036600     IF TD-CORRECTION-FLAG = "V"
036700         GO TO COST-ONE-TIME-DETAIL-EXIT.
036800
036900     IF TD-JOB-NUMBER = SPACES
037000         ADD TD-ADJUSTED-HRS TO CT-NO-JOB-HOURS
037100         GO TO COST-ONE-TIME-DETAIL-EXIT.
037200
037300     PERFORM FIND-JOB THRU
037400             FIND-JOB-EXIT.
037500     IF NOT JT-FOUND
037600         MOVE "JOB NOT ON JOBMAST FILE" TO JBC-REASON-HOLD
037700         PERFORM PRINT-EXCEPTION-LINE THRU
037800                 PRINT-EXCEPTION-LINE-EXIT
037900         GO TO COST-ONE-TIME-DETAIL-EXIT.
038000
038100     IF JT-STATUS (JT-SUB) = "C" AND
038200        TD-DATE-WORKED-CYMD > JT-CLOSED-DATE-CYMD (JT-SUB)
038300         MOVE "TIME CHARGED AFTER JOB CLOSED" TO JBC-REASON-HOLD
038400         PERFORM PRINT-EXCEPTION-LINE THRU
038500                 PRINT-EXCEPTION-LINE-EXIT
038600         GO TO COST-ONE-TIME-DETAIL-EXIT.
038700
038800     PERFORM PRICE-TIME-DETAIL THRU
038900             PRICE-TIME-DETAIL-EXIT.
039000
039100     ADD 1 TO CT-RECORDS-COSTED.
039200     ADD TD-ADJUSTED-HRS TO JT-HOURS (JT-SUB).
039300     ADD TD-EARNED-HRS TO JT-EARNED (JT-SUB).
039400     ADD JBC-RECORD-COST TO JT-COST (JT-SUB).
039500 COST-ONE-TIME-DETAIL-EXIT.  EXIT.
039600
039700 FIND-JOB.
039800     MOVE "N" TO JT-FOUND-SW.
039900     MOVE 1 TO JT-SUB.
040000     PERFORM SCAN-ONE-JOB THRU
040100             SCAN-ONE-JOB-EXIT
040200         UNTIL JT-FOUND OR JT-SUB > JT-ENTRIES-USED.
040300 FIND-JOB-EXIT.  EXIT.
040400
040500 SCAN-ONE-JOB.
040600     IF JT-JOB-NUMBER (JT-SUB) = TD-JOB-NUMBER
040700         MOVE "Y" TO JT-FOUND-SW
040800     ELSE
040900         ADD 1 TO JT-SUB.
041000 SCAN-ONE-JOB-EXIT.  EXIT.
041100
041200 PRICE-TIME-DETAIL.
041300*    Straight time at the hourly rate in force on the day
041400*    worked; a salaried or unrated employee falls back to the
041500*    average rate NNNNNN51 keeps on the PRTIMFIL record.
041600     MOVE ZERO TO JBC-HOURLY-RATE.
041700     IF PAYRATE-ON-HAND
041800         MOVE PRCTL-EMPLOYER-NO TO RAT-FIND-EMPLOYER-NO
041900         MOVE TD-EMP-NUM TO RAT-FIND-EMP-NUM
042000         MOVE TD-DATE-WORKED-CYMD TO RAT-FIND-DATE-CYMD
042100         PERFORM GET-RATE-IN-FORCE THRU
042200                 GET-RATE-IN-FORCE-EXIT
042300         IF RAT-RATE-FOUND AND NOT RAT-IN-FORCE-SALARY
042400             MOVE RAT-IN-FORCE-RATE TO JBC-HOURLY-RATE.
042500
042600     IF JBC-HOURLY-RATE = ZERO
042700         PERFORM GET-AVERAGE-RATE THRU
042800                 GET-AVERAGE-RATE-EXIT
042900         MOVE JBC-HOLD-AVG-RATE TO JBC-HOURLY-RATE.
043000
043100     IF JBC-HOURLY-RATE = ZERO
043200         ADD 1 TO CT-RECORDS-NOT-PRICED.
043300
043400     COMPUTE JBC-RECORD-COST ROUNDED =
043500         TD-ADJUSTED-HRS * JBC-HOURLY-RATE.
043600 PRICE-TIME-DETAIL-EXIT.  EXIT.
043700
043800 GET-AVERAGE-RATE.
043900*    TIMEDT comes in employee order, so the PRTIMFIL read is
044000*    made once per employee and the answer reused.
044100     IF TD-EMP-NUM = JBC-HOLD-EMP-NUM
044200         GO TO GET-AVERAGE-RATE-EXIT.
044300     MOVE TD-EMP-NUM TO JBC-HOLD-EMP-NUM.
044400     MOVE PRCTL-EMPLOYER-NO TO TIME-EMPLOYER-NO.
044500     MOVE TD-EMP-NUM TO TIME-EMP-NUMBER.
044600     MOVE 1 TO TIME-RECORD-TYPE.
044700     READ PAY-TIME-TRX-FILE.
044800     IF PTT-FILE-STATUS = SUCCESSFUL-STATUS
044900         MOVE TIME-AVERAGE-RATE TO JBC-HOLD-AVG-RATE
045000     ELSE
045100         MOVE ZERO TO JBC-HOLD-AVG-RATE.
045200 GET-AVERAGE-RATE-EXIT.  EXIT.
045300
045400 PRINT-EXCEPTION-LINE.
045410*    Listed on the report only - TDEXCP is fed by the punch
045420*    import alone, and a report must be safe to rerun.
045500     ADD 1 TO CT-RECORDS-EXCEPTED.
045510     IF NOT JBC-EXCEPTION-HDG-DONE
045520         MOVE "Y" TO JBC-EXCEPTION-HDG-SW
045530         MOVE "TIME NOT COSTED" TO PRINT-RECORD
045540         WRITE PRINT-RECORD
045550         MOVE SPACES TO PRINT-RECORD
045560         WRITE PRINT-RECORD.
045600     MOVE SPACES TO JBX-REPORT-LINE.
045610     MOVE TD-EMP-NUM TO JBX-RL-EMP-NUM.
045620     MOVE TD-DATE-WORKED-CYMD TO JBX-RL-DATE-WORKED.
045630     MOVE TD-JOB-NUMBER TO JBX-RL-JOB-NUMBER.
045640     MOVE TD-ADJUSTED-HRS TO JBX-RL-HOURS.
045700     MOVE JBC-REASON-HOLD TO JBX-RL-REASON.
045800     WRITE PRINT-RECORD FROM JBX-REPORT-LINE.
045900 PRINT-EXCEPTION-LINE-EXIT.  EXIT.
046000
046100 PRINT-ONE-JOB.
046200*    A closed job with no time in the range has nothing to say.
046300     IF JT-HOURS (JT-SUB) = ZERO AND JT-STATUS (JT-SUB) = "C"
046400         GO TO PRINT-ONE-JOB-NEXT.
046500
046600     ADD 1 TO CT-JOBS-LISTED.
046700     COMPUTE JBC-LOADED-COST ROUNDED = JT-COST (JT-SUB) +
046800         JT-COST (JT-SUB) * JBC-FICA-PCT / 100.
046900     COMPUTE JBC-REMAINING =
047000         JT-BUDGET-HOURS (JT-SUB) - JT-HOURS (JT-SUB).
047100     MOVE ZERO TO JBC-PCT-USED.
047200     IF JT-BUDGET-HOURS (JT-SUB) > ZERO
047300         COMPUTE JBC-PCT-USED ROUNDED =
047400             JT-HOURS (JT-SUB) * 100 / JT-BUDGET-HOURS (JT-SUB)
047500             ON SIZE ERROR
047600                 MOVE 9999 TO JBC-PCT-USED.
047700
047800     MOVE SPACES TO JBC-REPORT-LINE.
047900     MOVE JT-JOB-NUMBER (JT-SUB) TO JBC-RL-JOB-NUMBER.
048000     MOVE JT-CUSTOMER (JT-SUB) TO JBC-RL-CUSTOMER.
048100     MOVE JT-STATUS (JT-SUB) TO JBC-RL-STATUS.
048200     MOVE JT-BUDGET-HOURS (JT-SUB) TO JBC-RL-BUDGET.
048300     MOVE JT-HOURS (JT-SUB) TO JBC-RL-HOURS.
048400     MOVE JT-EARNED (JT-SUB) TO JBC-RL-EARNED.
048500     MOVE JBC-REMAINING TO JBC-RL-REMAINING.
048600     MOVE JBC-PCT-USED TO JBC-RL-PCT-USED.
048700     MOVE JT-COST (JT-SUB) TO JBC-RL-COST.
048800     MOVE JBC-LOADED-COST TO JBC-RL-LOADED.
048900     WRITE PRINT-RECORD FROM JBC-REPORT-LINE.
049000
049100     ADD JT-BUDGET-HOURS (JT-SUB) TO JBC-ALL-BUDGET.
049200     ADD JT-HOURS (JT-SUB) TO JBC-ALL-HOURS.
049300     ADD JT-EARNED (JT-SUB) TO JBC-ALL-EARNED.
049400     ADD JT-COST (JT-SUB) TO JBC-ALL-COST.
049500     ADD JBC-LOADED-COST TO JBC-ALL-LOADED.
049600
049700 PRINT-ONE-JOB-NEXT.
049800     ADD 1 TO JT-SUB.
049900 PRINT-ONE-JOB-EXIT.  EXIT.
050000
050100 PRINT-JOB-TOTALS.
050200     COMPUTE JBC-REMAINING = JBC-ALL-BUDGET - JBC-ALL-HOURS.
050300     MOVE SPACES TO JBC-REPORT-LINE.
050400     MOVE "ALL JOBS LISTED" TO JBC-RL-CUSTOMER.
050500     MOVE JBC-ALL-BUDGET TO JBC-RL-BUDGET.
050600     MOVE JBC-ALL-HOURS TO JBC-RL-HOURS.
050700     MOVE JBC-ALL-EARNED TO JBC-RL-EARNED.
050800     MOVE JBC-REMAINING TO JBC-RL-REMAINING.
050900     MOVE JBC-ALL-COST TO JBC-RL-COST.
051000     MOVE JBC-ALL-LOADED TO JBC-RL-LOADED.
051100     MOVE SPACES TO PRINT-RECORD.
051200     WRITE PRINT-RECORD.
051300     WRITE PRINT-RECORD FROM JBC-REPORT-LINE.
051400 PRINT-JOB-TOTALS-EXIT.  EXIT.
051500
051600     COPY DSPAYRAT.
051700
051800 END-OF-PROGRAM SECTION.
051900
052000 DONE.
052100     STOP RUN.
052200
052300 END-OF-PROGRAM-EXIT.  EXIT.
