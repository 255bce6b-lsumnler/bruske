000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN63.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Tip and meal application for a restaurant employer
000700*  (PRCTL-RESTAURANT = "Y").  Run once per pay period after the
000800*  NNNNNN47 posting gate has put the period's hours on PRTIMFIL
000900*  and before NNNNNN51 calculates the pay.  The period's TIPTRX
001000*  transactions are added up by employee and written into the
001100*  TIME-DEDUCTIONS-EARNINGS table of the employee's type-1
001200*  PRTIMFIL record as non-cash taxable earnings (TIME-DE-TYPE
001300*  "N"): code TP cash tips reported, TC charged tips, MV meal
001400*  value.  NNNNNN51 counts an "N" entry in gross and taxable
001500*  gross but not in net pay - the employee already has the
001600*  money or the meal.  An entry holds at most 999.99, so a
001700*  larger amount runs on into the next free slot under the
001800*  same code.  Entries this run made earlier are cleared first,
001900*  so the PRTIMFIL side of a rerun comes out the same.
002000*  Tip credit: when the cash wages for the hours (priced the
002100*  way NNNNNN51 will price them) plus cash and charged tips
002200*  come to less than the operator-entered minimum wage times
002300*  the hours worked, overtime hours at time and a half, the
002400*  shortfall goes on as a cash earning, code TM.  Salaried
002500*  employees are not tested.  The period is also added into
002600*  the TIPYTD year-to-date file for the W-2 extract and the
002700*  allocated-tips worksheet.  Guarded by the RUNCTL run
002800*  control: held until NNNNNN47 has completed for the period,
002900*  and a second run would add the period into TIPYTD again, so
003000*  it is refused short of an operator override.
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
005200     COPY SLTIPTRX.
005300
005400     COPY SLTMETRX.
005500
005600     COPY SLPAYRAT.
005700
005800     COPY SLTIPYTD.
005900
006000     COPY SLPRINT.
006100
006200/
006300 DATA DIVISION.
006400
006500 FILE SECTION.
006600
006700     COPY FDPRCNTL.
006800
006900     COPY FDRUNCTL.
007000
007100     COPY FDTIPTRX.
007200
007300     COPY FDTMETRX.
007400
007500     COPY FDPAYRAT.
007600
007700     COPY FDTIPYTD.
007800
007900     COPY FDPRINT.
008000
008100/
008200 WORKING-STORAGE SECTION.
008300
008400     COPY WSPRCNTL.
008500
008600     COPY WSRUNCTL.
008700
008800     COPY WSTIPTRX.
008900
009000     COPY WSTMETRX.
009100
009200     COPY WSPAYRAT.
009300
009400     COPY WSTIPYTD.
009500
009600     COPY WSPRINT.
009700
009800     COPY WSFILEST.
009900
010000 77  CT-TRANS-READ                    PIC 9(7) COMP VALUE ZERO.
010100 77  CT-TRANS-SKIPPED                 PIC 9(7) COMP VALUE ZERO.
010200 77  CT-EMPLOYEES-APPLIED             PIC 9(7) COMP VALUE ZERO.
010300 77  CT-EMPLOYEES-REJECTED            PIC 9(7) COMP VALUE ZERO.
010400 77  CT-MAKEUP-EMPLOYEES              PIC 9(7) COMP VALUE ZERO.
010500 77  CT-NEW-EMPLOYEES                 PIC 9(7) COMP VALUE ZERO.
010600 77  CT-TABLE-OVERFLOW                PIC 9(7) COMP VALUE ZERO.
010700 77  CT-CASH-TIPS-TOTAL              PIC S9(8)V99 COMP VALUE ZERO.
010800 77  CT-CHARGED-TIPS-TOTAL           PIC S9(8)V99 COMP VALUE ZERO.
010900 77  CT-MEAL-VALUE-TOTAL             PIC S9(8)V99 COMP VALUE ZERO.
011000 77  CT-MAKEUP-TOTAL                 PIC S9(8)V99 COMP VALUE ZERO.
011100
011200 77  PAYRATE-ON-HAND-SW               PIC X(1) VALUE "N".
011300     88  PAYRATE-ON-HAND               VALUE "Y".
011400 77  NEW-EMPLOYEE-SW                  PIC X(1) VALUE "N".
011500     88  NEW-EMPLOYEE                  VALUE "Y".
011600 77  TE-FOUND-SW                      PIC X(1) VALUE "N".
011700     88  TE-FOUND                      VALUE "Y".
011800 77  TIP-SLOT-FOUND-SW                PIC X(1) VALUE "N".
011900     88  TIP-SLOT-FOUND                VALUE "Y".
012000 77  TIP-NO-SLOT-SW                   PIC X(1) VALUE "N".
012100     88  TIP-NO-SLOT                   VALUE "Y".
012200 77  TIP-SALARIED-SW                  PIC X(1) VALUE "N".
012300     88  TIP-SALARIED                  VALUE "Y".
012400
012500 77  TIP-MINIMUM-WAGE                 PIC 9(2)V99 VALUE ZERO.
012600 77  TIP-RUN-YY                       PIC 9(2) VALUE ZERO.
012700 77  TIP-HOURLY-RATE                 PIC S9(3)V999 COMP
012800                                     VALUE ZERO.
012900 77  TIP-OT-MULTIPLIER                PIC 9(1)V99 VALUE 1.50.
013000 77  TIP-CASH-WAGES                  PIC S9(5)V99 COMP VALUE ZERO.
013100 77  TIP-REQUIRED-PAY                PIC S9(5)V99 COMP VALUE ZERO.
013200 77  TIP-MAKEUP-PAY                  PIC S9(5)V99 COMP VALUE ZERO.
013300 77  TIP-HOURS-WORKED                PIC S9(3)V99 COMP VALUE ZERO.
013400 77  TIP-SLOT-SUB                     PIC 9(2) COMP VALUE ZERO.
013500 77  TIP-POST-CODE                    PIC X(2) VALUE SPACES.
013600 77  TIP-POST-DESC                    PIC X(7) VALUE SPACES.
013700 77  TIP-POST-TYPE                    PIC X(1) VALUE SPACES.
013800 77  TIP-POST-REMAINING              PIC S9(5)V99 COMP VALUE ZERO.
013900 77  TIP-POST-CHUNK                  PIC S9(3)V99 COMP VALUE ZERO.
014000 77  TIP-MESSAGE-HOLD                 PIC X(26) VALUE SPACES.
014100
014200 01  PERIOD-DATE-BREAKOUT.
014300     05  PRD-MM                       PIC 9(2).
014400     05  PRD-DD                       PIC 9(2).
014500     05  PRD-YY                       PIC 9(2).
014600
014700 01  TIP-PERIOD-DATE-CYMD              PIC 9(8) VALUE ZERO.
014800 01  FILLER REDEFINES TIP-PERIOD-DATE-CYMD.
014900     05  TIP-PERIOD-CCYY              PIC 9(4).
015000     05  TIP-PERIOD-MM                PIC 9(2).
015100     05  TIP-PERIOD-DD                PIC 9(2).
015200
015300*    The period's transactions, added up by employee.
015400 77  TE-ENTRIES-USED                  PIC 9(3) COMP VALUE ZERO.
015500 77  TE-SUB                           PIC 9(3) COMP VALUE ZERO.
015600
015700 01  TE-EMPLOYEE-TABLE.
015800     05  TE-ENTRY OCCURS 500 TIMES.
015900         10  TE-EMP-NUM                PIC 9(4).
016000         10  TE-CASH-TIPS              PIC S9(5)V99 COMP.
016100         10  TE-CHARGED-TIPS           PIC S9(5)V99 COMP.
016200         10  TE-MEAL-VALUE             PIC S9(5)V99 COMP.
016300         10  TE-GROSS-SALES            PIC S9(7)V99 COMP.
016400
016500 01  CT-REPORT-LINE.
016600     05  FILLER                       PIC X(4).
016700     05  CT-RL-LABEL                   PIC X(40).
016800     05  FILLER                       PIC X(4).
016900     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
017000     05  FILLER                       PIC X(69).
017100
017200 01  TIP-HEADING-LINE.
017300     05  FILLER                       PIC X(7) VALUE "EMP".
017400     05  FILLER                       PIC X(11) VALUE "CASH TIPS".
017500     05  FILLER                       PIC X(11) VALUE " CHG TIPS".
017600     05  FILLER                       PIC X(11) VALUE "    MEALS".
017700     05  FILLER                       PIC X(9) VALUE "  HOURS".
017800     05  FILLER                       PIC X(12) VALUE
017900                                          "CASH WAGES".
018000     05  FILLER                       PIC X(12) VALUE "   MAKEUP".
018100     05  FILLER                       PIC X(59) VALUE "STATUS".
018200
018300 01  TIP-REPORT-LINE.
018400     05  TIP-RL-EMP-NUM                 PIC ZZZ9.
018500     05  FILLER                       PIC X(3).
018600     05  TIP-RL-CASH-TIPS               PIC ZZ,ZZ9.99.
018700     05  FILLER                       PIC X(2).
018800     05  TIP-RL-CHARGED-TIPS            PIC ZZ,ZZ9.99.
018900     05  FILLER                       PIC X(2).
019000     05  TIP-RL-MEAL-VALUE              PIC ZZ,ZZ9.99.
019100     05  FILLER                       PIC X(2).
019200     05  TIP-RL-HOURS                   PIC ZZ9.99-.
019300     05  FILLER                       PIC X(2).
019400     05  TIP-RL-CASH-WAGES              PIC ZZ,ZZ9.99-.
019500     05  FILLER                       PIC X(2).
019600     05  TIP-RL-MAKEUP                  PIC ZZ,ZZ9.99.
019700     05  FILLER                       PIC X(3).
019800     05  TIP-RL-MESSAGE                 PIC X(26).
019900     05  FILLER                       PIC X(33).
020000
020100/
020200 PROCEDURE DIVISION.
020300
020400 MAIN-LOGIC SECTION.
020500
020600 INITIALIZATION.
020700     OPEN INPUT PAYROLL-CONTROL-FILE.
020800     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
020900     ACCEPT PRCTL-EMPLOYER-NO.
021000     READ PAYROLL-CONTROL-FILE
021100         INVALID KEY
021200             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
021300             GO TO DONE.
021400
021500     IF PRCTL-RESTAURANT NOT = "Y"
021600         DISPLAY "EMPLOYER IS NOT SET UP AS A RESTAURANT"
021700         GO TO DONE.
021800
021900     DISPLAY "ENTER PAY PERIOD DATE (MMDDYY)".
022000     ACCEPT RNC-CHECK-PERIOD-DATE.
022100     PERFORM OPEN-RUN-CONTROL THRU
022200             OPEN-RUN-CONTROL-EXIT.
022300     MOVE "NNNNNN63" TO RNC-CHECK-PGM-NAME.
022400     MOVE "NNNNNN47" TO RNC-PREREQ-PGM-NAME.
022500     PERFORM CHECK-RUN-CONTROL THRU
022600             CHECK-RUN-CONTROL-EXIT.
022700     IF RNC-RUN-REFUSED
022800         DISPLAY "RUN CANCELLED BY RUN CONTROL"
022900         GO TO DONE.
023000
023100     DISPLAY "ENTER MINIMUM WAGE (99.99, 0 = NO TIP CREDIT TEST)".
023200     ACCEPT TIP-MINIMUM-WAGE.
023300
023400     MOVE RNC-CHECK-PERIOD-DATE TO PERIOD-DATE-BREAKOUT.
023500     MOVE PRD-YY TO TIP-RUN-YY.
023600     COMPUTE TIP-PERIOD-CCYY = 2000 + PRD-YY.
023700     MOVE PRD-MM TO TIP-PERIOD-MM.
023800     MOVE PRD-DD TO TIP-PERIOD-DD.
023900
024000     OPEN INPUT TIP-TRANS-FILE.
024100     IF TPT-FILE-STATUS NOT = SUCCESSFUL-STATUS
024200         DISPLAY "UNABLE TO OPEN TIPTRX FILE, STATUS = "
024300             TPT-FILE-STATUS
024400         GO TO DONE.
024500     OPEN I-O PAY-TIME-TRX-FILE.
024600     OPEN INPUT PAY-RATE-FILE.
024700     IF RAT-FILE-STATUS = SUCCESSFUL-STATUS
024800         MOVE "Y" TO PAYRATE-ON-HAND-SW.
024900     OPEN I-O TIP-YTD-FILE.
025000     IF TPY-FILE-STATUS = "35"
025100         OPEN OUTPUT TIP-YTD-FILE
025200         CLOSE TIP-YTD-FILE
025300         OPEN I-O TIP-YTD-FILE.
025400     OPEN OUTPUT PRINT-FILE.
025500
025600     PERFORM HEADING-ROUTINE THRU
025700             HEADING-ROUTINE-EXIT.
025800
025900     PERFORM LOAD-ONE-TIP-TRANS THRU
026000             LOAD-ONE-TIP-TRANS-EXIT
026100         UNTIL TPT-FILE-STATUS = AT-END.
026200
026300     MOVE 1 TO TE-SUB.
026400     PERFORM APPLY-ONE-EMPLOYEE THRU
026500             APPLY-ONE-EMPLOYEE-EXIT
026600         UNTIL TE-SUB > TE-ENTRIES-USED.
026700
026800     PERFORM CLOSE-DOWN THRU
026900             CLOSING-PROCEDURE-EXIT.
027000
027100     GO TO DONE.
027200
027300 HEADING-ROUTINE.
027400     MOVE SPACES TO PRINT-RECORD.
027500     MOVE "TIP AND MEAL APPLICATION REGISTER" TO PRINT-RECORD.
027600     WRITE PRINT-RECORD.
027700     WRITE PRINT-RECORD FROM TIP-HEADING-LINE.
027800     MOVE SPACES TO PRINT-RECORD.
027900     WRITE PRINT-RECORD.
028000 HEADING-ROUTINE-EXIT.  EXIT.
028100
028200 CLOSING-PROCEDURE SECTION.
028300
028400 CLOSE-DOWN.
028500     MOVE SPACES TO PRINT-RECORD.
028600     WRITE PRINT-RECORD.
028700     MOVE "TIPTRX TRANSACTIONS READ" TO CT-RL-LABEL.
028800     MOVE CT-TRANS-READ TO CT-RL-VALUE.
028900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
029000     MOVE "  OTHER EMPLOYER OR PERIOD - SKIPPED" TO CT-RL-LABEL.
029100     MOVE CT-TRANS-SKIPPED TO CT-RL-VALUE.
029200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
029300     MOVE "EMPLOYEES APPLIED" TO CT-RL-LABEL.
029400     MOVE CT-EMPLOYEES-APPLIED TO CT-RL-VALUE.
029500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
029600     MOVE "EMPLOYEES REJECTED" TO CT-RL-LABEL.
029700     MOVE CT-EMPLOYEES-REJECTED TO CT-RL-VALUE.
029800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
029900     MOVE "EMPLOYEES OVER TABLE - NOT APPLIED" TO CT-RL-LABEL.
030000     MOVE CT-TABLE-OVERFLOW TO CT-RL-VALUE.
030100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030200     MOVE "EMPLOYEES GIVEN TIP CREDIT MAKE-UP" TO CT-RL-LABEL.
030300     MOVE CT-MAKEUP-EMPLOYEES TO CT-RL-VALUE.
030400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030500     MOVE "NEW ON TIPYTD THIS YEAR" TO CT-RL-LABEL.
030600     MOVE CT-NEW-EMPLOYEES TO CT-RL-VALUE.
030700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030800     MOVE "TOTAL CASH TIPS REPORTED" TO CT-RL-LABEL.
030900     MOVE CT-CASH-TIPS-TOTAL TO CT-RL-VALUE.
031000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031100     MOVE "TOTAL CHARGED TIPS" TO CT-RL-LABEL.
031200     MOVE CT-CHARGED-TIPS-TOTAL TO CT-RL-VALUE.
031300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031400     MOVE "TOTAL MEAL VALUE" TO CT-RL-LABEL.
031500     MOVE CT-MEAL-VALUE-TOTAL TO CT-RL-VALUE.
031600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031700     MOVE "TOTAL TIP CREDIT MAKE-UP PAY" TO CT-RL-LABEL.
031800     MOVE CT-MAKEUP-TOTAL TO CT-RL-VALUE.
031900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
032000
032100     PERFORM STAMP-RUN-COMPLETE THRU
032200             STAMP-RUN-COMPLETE-EXIT.
032300
032400     IF PAYRATE-ON-HAND
032500         CLOSE PAY-RATE-FILE.
032600     CLOSE PAYROLL-CONTROL-FILE
032700           TIP-TRANS-FILE
032800           PAY-TIME-TRX-FILE
032900           TIP-YTD-FILE
033000           PRINT-FILE
033100           RUN-CONTROL-FILE.
033200 CLOSING-PROCEDURE-EXIT.  EXIT.
033300
033400/
033500 PROCESS SECTION.
033600
033700 LOAD-ONE-TIP-TRANS.
033800     READ TIP-TRANS-FILE
033900         AT END
034000             GO TO LOAD-ONE-TIP-TRANS-EXIT.
034100
034200     ADD 1 TO CT-TRANS-READ.
034300     IF TPT-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO OR
034400        TPT-PERIOD-DATE NOT = RNC-CHECK-PERIOD-DATE
034500         ADD 1 TO CT-TRANS-SKIPPED
034600         GO TO LOAD-ONE-TIP-TRANS-EXIT.
034700
034800     MOVE "N" TO TE-FOUND-SW.
034900     MOVE 1 TO TE-SUB.
035000     PERFORM SCAN-ONE-EMPLOYEE THRU
035100             SCAN-ONE-EMPLOYEE-EXIT
035200         UNTIL TE-FOUND OR TE-SUB > TE-ENTRIES-USED.
035300
035400     IF NOT TE-FOUND
035500         IF TE-ENTRIES-USED NOT < 500
035600             DISPLAY "TIP TABLE FULL - EMPLOYEE " TPT-EMP-NUM
035700                 " NOT APPLIED"
035800             ADD 1 TO CT-TABLE-OVERFLOW
035900             GO TO LOAD-ONE-TIP-TRANS-EXIT
036000         ELSE
036100             ADD 1 TO TE-ENTRIES-USED
036200             MOVE TE-ENTRIES-USED TO TE-SUB
036300             MOVE TPT-EMP-NUM TO TE-EMP-NUM (TE-SUB)
036400             MOVE ZERO TO TE-CASH-TIPS (TE-SUB)
036500             MOVE ZERO TO TE-CHARGED-TIPS (TE-SUB)
036600             MOVE ZERO TO TE-MEAL-VALUE (TE-SUB)
036700             MOVE ZERO TO TE-GROSS-SALES (TE-SUB).
036800
036900     ADD TPT-CASH-TIPS TO TE-CASH-TIPS (TE-SUB).
037000     ADD TPT-CHARGED-TIPS TO TE-CHARGED-TIPS (TE-SUB).
037100     ADD TPT-MEAL-VALUE TO TE-MEAL-VALUE (TE-SUB).
037200     ADD TPT-GROSS-SALES TO TE-GROSS-SALES (TE-SUB).
037300 LOAD-ONE-TIP-TRANS-EXIT.  EXIT.
037400
037500 SCAN-ONE-EMPLOYEE.
037600     IF TE-EMP-NUM (TE-SUB) = TPT-EMP-NUM
037700         MOVE "Y" TO TE-FOUND-SW
037800     ELSE
037900         ADD 1 TO TE-SUB.
038000 SCAN-ONE-EMPLOYEE-EXIT.  EXIT.
038100
038200 APPLY-ONE-EMPLOYEE.
038300     MOVE SPACES TO TIP-MESSAGE-HOLD.
038400     MOVE ZERO TO TIP-HOURS-WORKED.
038500     MOVE ZERO TO TIP-CASH-WAGES.
038600     MOVE ZERO TO TIP-MAKEUP-PAY.
038700
038800     MOVE PRCTL-EMPLOYER-NO TO TIME-EMPLOYER-NO.
038900     MOVE TE-EMP-NUM (TE-SUB) TO TIME-EMP-NUMBER.
039000     MOVE 1 TO TIME-RECORD-TYPE.
039100     READ PAY-TIME-TRX-FILE
039200         INVALID KEY
039300             MOVE "NO PRTIMFIL TYPE-1 RECORD" TO TIP-MESSAGE-HOLD
039400             GO TO APPLY-ONE-REJECTED.
039500
039600     IF TIME-PAY-PERIOD-DATE NOT = RNC-CHECK-PERIOD-DATE
039700         MOVE "PRTIMFIL OTHER PAY PERIOD" TO TIP-MESSAGE-HOLD
039800         GO TO APPLY-ONE-REJECTED.
039900
040000     MOVE 1 TO TIP-SLOT-SUB.
040100     PERFORM CLEAR-ONE-TIP-SLOT THRU
040200             CLEAR-ONE-TIP-SLOT-EXIT
040300         UNTIL TIP-SLOT-SUB > 12.
040400
040500     MOVE "N" TO TIP-NO-SLOT-SW.
040600     MOVE "TP" TO TIP-POST-CODE.
040700     MOVE "CASHTIP" TO TIP-POST-DESC.
040800     MOVE "N" TO TIP-POST-TYPE.
040900     MOVE TE-CASH-TIPS (TE-SUB) TO TIP-POST-REMAINING.
041000     PERFORM POST-TIP-AMOUNT THRU
041100             POST-TIP-AMOUNT-EXIT.
041200     MOVE "TC" TO TIP-POST-CODE.
041300     MOVE "CHGTIPS" TO TIP-POST-DESC.
041400     MOVE TE-CHARGED-TIPS (TE-SUB) TO TIP-POST-REMAINING.
041500     PERFORM POST-TIP-AMOUNT THRU
041600             POST-TIP-AMOUNT-EXIT.
041700     MOVE "MV" TO TIP-POST-CODE.
041800     MOVE "MEALS" TO TIP-POST-DESC.
041900     MOVE TE-MEAL-VALUE (TE-SUB) TO TIP-POST-REMAINING.
042000     PERFORM POST-TIP-AMOUNT THRU
042100             POST-TIP-AMOUNT-EXIT.
042200
042300     PERFORM CHECK-TIP-CREDIT THRU
042400             CHECK-TIP-CREDIT-EXIT.
042500     MOVE "TM" TO TIP-POST-CODE.
042600     MOVE "TIPMKUP" TO TIP-POST-DESC.
042700     MOVE "E" TO TIP-POST-TYPE.
042800     MOVE TIP-MAKEUP-PAY TO TIP-POST-REMAINING.
042900     PERFORM POST-TIP-AMOUNT THRU
043000             POST-TIP-AMOUNT-EXIT.
043100
043200*    Nothing is rewritten unless every amount found a slot.
043300     IF TIP-NO-SLOT
043400         MOVE "NO FREE DED/EARN SLOT" TO TIP-MESSAGE-HOLD
043500         GO TO APPLY-ONE-REJECTED.
043600
043700     REWRITE PAY-TIME-TRX-RECORD.
043800
043900     PERFORM UPDATE-TIP-YTD THRU
044000             UPDATE-TIP-YTD-EXIT.
044100
044200     ADD 1 TO CT-EMPLOYEES-APPLIED.
044300     ADD TE-CASH-TIPS (TE-SUB) TO CT-CASH-TIPS-TOTAL.
044400     ADD TE-CHARGED-TIPS (TE-SUB) TO CT-CHARGED-TIPS-TOTAL.
044500     ADD TE-MEAL-VALUE (TE-SUB) TO CT-MEAL-VALUE-TOTAL.
044600     IF TIP-MAKEUP-PAY > ZERO
044700         ADD 1 TO CT-MAKEUP-EMPLOYEES
044800         ADD TIP-MAKEUP-PAY TO CT-MAKEUP-TOTAL
044900         MOVE "TIP CREDIT MAKE-UP" TO TIP-MESSAGE-HOLD.
045000     PERFORM WRITE-REGISTER-LINE THRU
045100             WRITE-REGISTER-LINE-EXIT.
045200     GO TO APPLY-ONE-EMPLOYEE-NEXT.
045300
045400 APPLY-ONE-REJECTED.
045500     ADD 1 TO CT-EMPLOYEES-REJECTED.
045600     MOVE ZERO TO TIP-MAKEUP-PAY.
045700     PERFORM WRITE-REGISTER-LINE THRU
045800             WRITE-REGISTER-LINE-EXIT.
045900
046000 APPLY-ONE-EMPLOYEE-NEXT.
046100     ADD 1 TO TE-SUB.
046200 APPLY-ONE-EMPLOYEE-EXIT.  EXIT.
046300
046400 CLEAR-ONE-TIP-SLOT.
046500     IF TIME-DE-CODE (TIP-SLOT-SUB) = "TP" OR "TC" OR "MV" OR "TM"
046600         MOVE SPACES TO TIME-DE-CODE (TIP-SLOT-SUB)
046700         MOVE SPACES TO TIME-DE-DESC (TIP-SLOT-SUB)
046800         MOVE SPACES TO TIME-DE-TYPE (TIP-SLOT-SUB)
046900         MOVE ZERO TO TIME-DE-AMOUNT (TIP-SLOT-SUB)
047000         MOVE ZERO TO TIME-DE-OWED-AMT (TIP-SLOT-SUB)
047100         MOVE ZERO TO TIME-DE-PREPAID-BAL (TIP-SLOT-SUB).
047200     ADD 1 TO TIP-SLOT-SUB.
047300 CLEAR-ONE-TIP-SLOT-EXIT.  EXIT.
047400
047500 POST-TIP-AMOUNT.
047600*    Caller sets TIP-POST-CODE, -DESC, -TYPE, and the amount in
047700*    TIP-POST-REMAINING.  The amount is spread over as many free
047800*    slots as it needs at 999.99 a slot.
047900     PERFORM POST-ONE-SLOT THRU
048000             POST-ONE-SLOT-EXIT
048100         UNTIL TIP-POST-REMAINING NOT > ZERO OR TIP-NO-SLOT.
048200 POST-TIP-AMOUNT-EXIT.  EXIT.
048300
048400 POST-ONE-SLOT.
048500     MOVE "N" TO TIP-SLOT-FOUND-SW.
048600     MOVE 1 TO TIP-SLOT-SUB.
048700     PERFORM SCAN-ONE-FREE-SLOT THRU
048800             SCAN-ONE-FREE-SLOT-EXIT
048900         UNTIL TIP-SLOT-FOUND OR TIP-SLOT-SUB > 12.
049000     IF NOT TIP-SLOT-FOUND
049100         MOVE "Y" TO TIP-NO-SLOT-SW
049200         GO TO POST-ONE-SLOT-EXIT.
049300
049400     IF TIP-POST-REMAINING > 999.99
049500         MOVE 999.99 TO TIP-POST-CHUNK
049600     ELSE
049700         MOVE TIP-POST-REMAINING TO TIP-POST-CHUNK.
049800     MOVE TIP-POST-CODE TO TIME-DE-CODE (TIP-SLOT-SUB).
049900     MOVE TIP-POST-DESC TO TIME-DE-DESC (TIP-SLOT-SUB).
050000     MOVE TIP-POST-TYPE TO TIME-DE-TYPE (TIP-SLOT-SUB).
050100     MOVE TIP-POST-CHUNK TO TIME-DE-AMOUNT (TIP-SLOT-SUB).
050200     MOVE ZERO TO TIME-DE-OWED-AMT (TIP-SLOT-SUB).
050300     MOVE ZERO TO TIME-DE-PREPAID-BAL (TIP-SLOT-SUB).
050400     SUBTRACT TIP-POST-CHUNK FROM TIP-POST-REMAINING.
050500 POST-ONE-SLOT-EXIT.  EXIT.
050600
050700 SCAN-ONE-FREE-SLOT.
050800     IF TIME-DE-CODE (TIP-SLOT-SUB) = SPACES
050900         MOVE "Y" TO TIP-SLOT-FOUND-SW
051000     ELSE
051100         ADD 1 TO TIP-SLOT-SUB.
051200 SCAN-ONE-FREE-SLOT-EXIT.  EXIT.
051300
051400 CHECK-TIP-CREDIT.
051500*    The hours are priced the way NNNNNN51 will price them - the
051600*    PAYRATE rate in force on the pay period date, else the rate
051700*    on the record - and the cash wages plus the reported tips
051800*    must come to the minimum wage for the hours worked.
051900     COMPUTE TIP-HOURS-WORKED =
052000         TIME-REGULAR-HOURS + TIME-OVERTIME-HOURS.
052100     IF TIP-MINIMUM-WAGE = ZERO
052200         GO TO CHECK-TIP-CREDIT-EXIT.
052300
052400     MOVE TIME-AVERAGE-RATE TO TIP-HOURLY-RATE.
052500     MOVE TIME-SALARY-FLAG TO TIP-SALARIED-SW.
052600     MOVE 1.50 TO TIP-OT-MULTIPLIER.
052700     IF PAYRATE-ON-HAND
052800         MOVE PRCTL-EMPLOYER-NO TO RAT-FIND-EMPLOYER-NO
052900         MOVE TIME-EMP-NUMBER TO RAT-FIND-EMP-NUM
053000         MOVE TIP-PERIOD-DATE-CYMD TO RAT-FIND-DATE-CYMD
053100         PERFORM GET-RATE-IN-FORCE THRU
053200                 GET-RATE-IN-FORCE-EXIT
053300         IF RAT-RATE-FOUND
053400             MOVE RAT-IN-FORCE-RATE TO TIP-HOURLY-RATE
053500             MOVE RAT-IN-FORCE-OT-MULT TO TIP-OT-MULTIPLIER
053600             IF RAT-IN-FORCE-SALARY
053700                 MOVE "Y" TO TIP-SALARIED-SW
053800             ELSE
053900                 MOVE "N" TO TIP-SALARIED-SW.
054000
054100     IF TIP-SALARIED
054200         GO TO CHECK-TIP-CREDIT-EXIT.
054300
054400     COMPUTE TIP-CASH-WAGES ROUNDED =
054500         TIME-REGULAR-HOURS * TIP-HOURLY-RATE +
054600         TIME-OVERTIME-HOURS * TIP-HOURLY-RATE *
054700         TIP-OT-MULTIPLIER.
054800     COMPUTE TIP-REQUIRED-PAY ROUNDED = TIP-MINIMUM-WAGE *
054900         (TIME-REGULAR-HOURS + TIME-OVERTIME-HOURS * 1.5).
055000     COMPUTE TIP-MAKEUP-PAY = TIP-REQUIRED-PAY - TIP-CASH-WAGES
055100         - TE-CASH-TIPS (TE-SUB) - TE-CHARGED-TIPS (TE-SUB).
055200     IF TIP-MAKEUP-PAY < ZERO
055300         MOVE ZERO TO TIP-MAKEUP-PAY.
055400 CHECK-TIP-CREDIT-EXIT.  EXIT.
055500
055600 UPDATE-TIP-YTD.
055700     MOVE "N" TO NEW-EMPLOYEE-SW.
055800     MOVE PRCTL-EMPLOYER-NO TO TPY-EMPLOYER-NO.
055900     MOVE TE-EMP-NUM (TE-SUB) TO TPY-EMP-NUM.
056000     READ TIP-YTD-FILE.
056100     IF TPY-FILE-STATUS = RECORD-NOT-FOUND
056200         ADD 1 TO CT-NEW-EMPLOYEES
056300         MOVE "Y" TO NEW-EMPLOYEE-SW
056400         PERFORM START-NEW-YEAR THRU
056500                 START-NEW-YEAR-EXIT
056600     ELSE
056700         IF TPY-YEAR-YY NOT = TIP-RUN-YY
056800             PERFORM START-NEW-YEAR THRU
056900                     START-NEW-YEAR-EXIT.
057000
057100     ADD TE-CASH-TIPS (TE-SUB) TO TPY-YTD-CASH-TIPS.
057200     ADD TE-CHARGED-TIPS (TE-SUB) TO TPY-YTD-CHARGED-TIPS.
057300     ADD TE-MEAL-VALUE (TE-SUB) TO TPY-YTD-MEAL-VALUE.
057400     ADD TE-GROSS-SALES (TE-SUB) TO TPY-YTD-GROSS-SALES.
057500     ADD TIP-MAKEUP-PAY TO TPY-YTD-MAKEUP-PAY.
057600
057700     IF NEW-EMPLOYEE
057800         WRITE TIP-YTD-RECORD
057900     ELSE
058000         REWRITE TIP-YTD-RECORD.
058100 UPDATE-TIP-YTD-EXIT.  EXIT.
058200
058300 START-NEW-YEAR.
058400     MOVE TIP-RUN-YY TO TPY-YEAR-YY.
058500     MOVE ZERO TO TPY-YTD-CASH-TIPS.
058600     MOVE ZERO TO TPY-YTD-CHARGED-TIPS.
058700     MOVE ZERO TO TPY-YTD-MEAL-VALUE.
058800     MOVE ZERO TO TPY-YTD-GROSS-SALES.
058900     MOVE ZERO TO TPY-YTD-MAKEUP-PAY.
059000     MOVE ZERO TO TPY-ALLOCATED-TIPS.
059100 START-NEW-YEAR-EXIT.  EXIT.
059200
059300 WRITE-REGISTER-LINE.
059400     MOVE SPACES TO TIP-REPORT-LINE.
059500     MOVE TE-EMP-NUM (TE-SUB) TO TIP-RL-EMP-NUM.
059600     MOVE TE-CASH-TIPS (TE-SUB) TO TIP-RL-CASH-TIPS.
059700     MOVE TE-CHARGED-TIPS (TE-SUB) TO TIP-RL-CHARGED-TIPS.
059800     MOVE TE-MEAL-VALUE (TE-SUB) TO TIP-RL-MEAL-VALUE.
059900     MOVE TIP-HOURS-WORKED TO TIP-RL-HOURS.
060000     MOVE TIP-CASH-WAGES TO TIP-RL-CASH-WAGES.
060100     MOVE TIP-MAKEUP-PAY TO TIP-RL-MAKEUP.
060200     MOVE TIP-MESSAGE-HOLD TO TIP-RL-MESSAGE.
060300     WRITE PRINT-RECORD FROM TIP-REPORT-LINE.
060400 WRITE-REGISTER-LINE-EXIT.  EXIT.
060500
060600     COPY DSRUNCTL.
060700
060800     COPY DSPAYRAT.
060900
061000 END-OF-PROGRAM SECTION.
061100
061200 DONE.
061300     STOP RUN.
061400
061500 END-OF-PROGRAM-EXIT.  EXIT.
