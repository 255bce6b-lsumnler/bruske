000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN51.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Gross-to-net pay calculation.  Run once per pay period after
000700*  the NNNNNN47 posting gate has put the period's hours on
000800*  PRTIMFIL: every type-1 and type-9 record for the entered
000900*  employer has its pay, FICA, deduction, and net fields filled
001000*  in, so the money no longer has to be worked out elsewhere
001100*  and keyed back in.  On the type-1 record the hours are
001200*  priced at the employee's rate (TIME-SALARY for a salaried
001300*  employee), overtime at time and a half; the type-9 retro
001400*  record keeps the pay the retro run already priced.  Social
001500*  security is split from Medicare on the PRCNTL rates and
001600*  stops at PRCTL-MAX-SS-FICA-WAGES, measured against the
001700*  employee's EARNYTD taxable gross before this period, the
001800*  same wage-base rule NNNNNN44 verifies afterward.  Federal,
001900*  state, other, and city withholding stay as entered on the
002000*  record - there are no withholding tables on file.  The
002100*  TIME-DEDUCTIONS-EARNINGS deductions are taken in
002200*  PRCTL-PRIORITIZE-DEDUCTION order, so when net pay runs out
002300*  the deductions at the bottom of the list are the ones
002400*  shorted, leaving TIME-DE-OWED-AMT above TIME-DE-AMOUNT for
002500*  NNNNNN42 to carry into arrears.  Prints a calculation
002600*  register.  Guarded by the RUNCTL run control: held until
002700*  NNNNNN47 has completed for the period.
002710*  Modified 10/15/26 TR - Type-1 hours are now priced at the
002720*  employee's rate in force on the pay period date, from the
002730*  effective-dated PAYRATE file - hourly rate, salary, and
002740*  overtime multiplier - and the rate used is written back to
002750*  TIME-AVERAGE-RATE / TIME-SALARY-FLAG / TIME-SALARY.  An
002760*  employee with no PAYRATE rate yet is priced from the
002770*  PRTIMFIL record as before.
002780*  Modified 10/15/26 TR - A TIME-DE-TYPE "N" entry (tips and
002782*  meals NNNNNN63 applies for a restaurant employer) is a
002784*  non-cash earning: it counts in gross and taxable gross but
002786*  is not paid out in net.  A restaurant employer's run is
002788*  held until NNNNNN63 has applied the period's tips instead
002790*  of NNNNNN47.
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
004700     COPY SLRUNCTL.
004800
004900     COPY SLTMETRX.
005000
005010     COPY SLPAYRAT.
005020
005100     COPY SLERNYTD.
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
006200     COPY FDRUNCTL.
006300
006400     COPY FDTMETRX.
006500
006510     COPY FDPAYRAT.
006520
006600     COPY FDERNYTD.
006700
006800     COPY FDPRINT.
006900
007000/
007100 WORKING-STORAGE SECTION.
007200
007300     COPY WSPRCNTL.
007400
007500     COPY WSRUNCTL.
007600
007700     COPY WSTMETRX.
007800
007810     COPY WSPAYRAT.
007820
007900     COPY WSERNYTD.
008000
008100     COPY WSPRINT.
008200
008300     COPY WSFILEST.
008400
008500 77  CT-RECORDS-READ                  PIC 9(7) COMP VALUE ZERO.
008600 77  CT-RECORDS-CALCULATED            PIC 9(7) COMP VALUE ZERO.
008700 77  CT-RETRO-RECORDS                 PIC 9(7) COMP VALUE ZERO.
008800 77  CT-NO-RATE                       PIC 9(7) COMP VALUE ZERO.
008900 77  CT-AT-SS-WAGE-BASE               PIC 9(7) COMP VALUE ZERO.
009000 77  CT-DEDUCTIONS-SHORTED            PIC 9(7) COMP VALUE ZERO.
009100 77  CT-NET-NOT-POSITIVE              PIC 9(7) COMP VALUE ZERO.
009110 77  CT-PAYRATE-PRICED                PIC 9(7) COMP VALUE ZERO.
009200 77  CT-GROSS-TOTAL                  PIC S9(9)V99 COMP VALUE ZERO.
009300 77  CT-FICA-TOTAL                   PIC S9(9)V99 COMP VALUE ZERO.
009400 77  CT-EMPLR-FICA-TOTAL             PIC S9(9)V99 COMP VALUE ZERO.
009500 77  CT-DEDUCTION-TOTAL              PIC S9(9)V99 COMP VALUE ZERO.
009600 77  CT-SHORTED-TOTAL                PIC S9(9)V99 COMP VALUE ZERO.
009700 77  CT-NET-TOTAL                    PIC S9(9)V99 COMP VALUE ZERO.
009800
009900 77  CAL-RUN-YY                       PIC 9(2) VALUE ZERO.
010000 77  CAL-HOURLY-RATE                PIC S9(3)V999 COMP VALUE ZERO.
010100 77  CAL-OT-MULTIPLIER                PIC 9(1)V99 VALUE 1.50.
010110 77  CAL-SALARY-AMT                 PIC S9(5)V99 COMP VALUE ZERO.
010120 77  CAL-SALARIED-SW                  PIC X(1) VALUE "N".
010130     88  CAL-SALARIED                  VALUE "Y".
010140 77  PAYRATE-ON-HAND-SW               PIC X(1) VALUE "N".
010150     88  PAYRATE-ON-HAND               VALUE "Y".
010200 77  CAL-HOLD-EMP-NUM                 PIC 9(5) VALUE 99999.
010300*        one digit wider than TIME-EMP-NUMBER, so the priming
010400*        value can never match a real employee number
010500 77  CAL-PRIOR-TAXABLE               PIC S9(7)V99 COMP VALUE ZERO.
010600 77  CAL-RUN-TAXABLE                 PIC S9(7)V99 COMP VALUE ZERO.
010700 77  CAL-WAGE-ROOM                   PIC S9(7)V99 COMP VALUE ZERO.
010800 77  CAL-SS-WAGES                    PIC S9(7)V99 COMP VALUE ZERO.
010900 77  CAL-MC-WAGES                    PIC S9(7)V99 COMP VALUE ZERO.
011000 77  CAL-EE-SS                       PIC S9(5)V99 COMP VALUE ZERO.
011100 77  CAL-EE-MC                       PIC S9(5)V99 COMP VALUE ZERO.
011200 77  CAL-ER-SS                       PIC S9(5)V99 COMP VALUE ZERO.
011300 77  CAL-ER-MC                       PIC S9(5)V99 COMP VALUE ZERO.
011400 77  CAL-TABLE-EARNINGS              PIC S9(6)V99 COMP VALUE ZERO.
011410 77  CAL-NONCASH-EARNINGS            PIC S9(6)V99 COMP VALUE ZERO.
011500 77  CAL-OTHER-TAX                   PIC S9(6)V99 COMP VALUE ZERO.
011600 77  CAL-FIXED-DEDUCTIONS            PIC S9(6)V99 COMP VALUE ZERO.
011700 77  CAL-TABLE-DEDUCTIONS            PIC S9(6)V99 COMP VALUE ZERO.
011800 77  CAL-NET-REMAINING               PIC S9(6)V99 COMP VALUE ZERO.
011900 77  CAL-DED-WANTED                  PIC S9(5)V99 COMP VALUE ZERO.
012000
012100 77  CAL-DED-SUB                      PIC 9(2) COMP VALUE ZERO.
012200 77  CAL-ORDER-SUB                    PIC 9(2) COMP VALUE ZERO.
012300 77  CAL-ORDER-USED                   PIC 9(2) COMP VALUE ZERO.
012400 77  CAL-SLOT                         PIC 9(2) COMP VALUE ZERO.
012500
012600 77  CAL-NO-RATE-SW                   PIC X(1) VALUE "N".
012700     88  CAL-NO-RATE                   VALUE "Y".
012800 77  CAL-AT-BASE-SW                   PIC X(1) VALUE "N".
012900     88  CAL-AT-BASE                   VALUE "Y".
013000 77  CAL-SHORTED-SW                   PIC X(1) VALUE "N".
013100     88  CAL-SHORTED                   VALUE "Y".
013200
013300 01  PERIOD-DATE-BREAKOUT.
013400     05  PRD-MM                       PIC 9(2).
013500     05  PRD-DD                       PIC 9(2).
013600     05  PRD-YY                       PIC 9(2).
013610
013620 01  CAL-PERIOD-DATE-CYMD                PIC 9(8) VALUE ZERO.
013630 01  FILLER REDEFINES CAL-PERIOD-DATE-CYMD.
013640     05  CAL-PERIOD-CCYY              PIC 9(4).
013650     05  CAL-PERIOD-MM                PIC 9(2).
013660     05  CAL-PERIOD-DD                PIC 9(2).
013700
013800 01  CAL-ORDER-TABLE.
013900     05  CAL-ORDER-SLOT OCCURS 12 TIMES
014000                                      PIC 9(2).
014100 01  CAL-TAKEN-TABLE.
014200     05  CAL-SLOT-TAKEN OCCURS 12 TIMES
014300                                      PIC X(1).
014400
014500 01  CT-REPORT-LINE.
014600     05  FILLER                       PIC X(4).
014700     05  CT-RL-LABEL                   PIC X(40).
014800     05  FILLER                       PIC X(4).
014900     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
015000     05  FILLER                       PIC X(69).
015100
015200 01  CAL-REPORT-LINE.
015300     05  CAL-RL-EMP-NUM                 PIC ZZZ9.
015400     05  FILLER                       PIC X(2).
015500     05  CAL-RL-TYPE                    PIC 9(1).
015600     05  FILLER                       PIC X(2).
015700     05  CAL-RL-GROSS                   PIC ZZ,ZZ9.99-.
015800     05  FILLER                       PIC X(2).
015900     05  CAL-RL-FICA                    PIC Z,ZZ9.99-.
016000     05  FILLER                       PIC X(2).
016100     05  CAL-RL-OTHER-TAX               PIC Z,ZZ9.99-.
016200     05  FILLER                       PIC X(2).
016300     05  CAL-RL-DEDUCTIONS              PIC ZZ,ZZ9.99-.
016400     05  FILLER                       PIC X(2).
016500     05  CAL-RL-NET                     PIC ZZ,ZZ9.99-.
016600     05  FILLER                       PIC X(2).
016700     05  CAL-RL-EMPLR-FICA              PIC Z,ZZ9.99-.
016800     05  FILLER                       PIC X(3).
016900     05  CAL-RL-MESSAGE                 PIC X(28).
017000     05  FILLER                       PIC X(25).
017100
017104 01  CAL-HEADING-LINE.
017110     05  FILLER                       PIC X(6) VALUE "EMP".
017116     05  FILLER                       PIC X(3) VALUE "T".
017122     05  FILLER                       PIC X(12) VALUE
017128                                          "     GROSS".
017134     05  FILLER                       PIC X(11) VALUE "     FICA".
017140     05  FILLER                       PIC X(11) VALUE
017146                                          "OTHER-TAX".
017152     05  FILLER                       PIC X(12) VALUE
017158                                          "DEDUCTIONS".
017164     05  FILLER                       PIC X(11) VALUE
017170                                          "       NET".
017176     05  FILLER                       PIC X(13) VALUE
017182                                          "EMPLR-FICA".
017188     05  FILLER                       PIC X(53) VALUE SPACES.
017194
017200/
017300 PROCEDURE DIVISION.
017400
017500 MAIN-LOGIC SECTION.
017600
017700 INITIALIZATION.
017800     OPEN INPUT PAYROLL-CONTROL-FILE.
017900     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
018000     ACCEPT PRCTL-EMPLOYER-NO.
018100     READ PAYROLL-CONTROL-FILE
018200         INVALID KEY
018300             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
018400             GO TO DONE.
018500
018600     DISPLAY "ENTER PAY PERIOD DATE (MMDDYY)".
018700     ACCEPT RNC-CHECK-PERIOD-DATE.
018800     PERFORM OPEN-RUN-CONTROL THRU
018900             OPEN-RUN-CONTROL-EXIT.
019000     MOVE "NNNNNN51" TO RNC-CHECK-PGM-NAME.
019100     MOVE "NNNNNN47" TO RNC-PREREQ-PGM-NAME.
019110     IF PRCTL-RESTAURANT = "Y"
019120         MOVE "NNNNNN63" TO RNC-PREREQ-PGM-NAME.
019200     PERFORM CHECK-RUN-CONTROL THRU
019300             CHECK-RUN-CONTROL-EXIT.
019400     IF RNC-RUN-REFUSED
019500         DISPLAY "RUN CANCELLED BY RUN CONTROL"
019600         GO TO DONE.
019700
019800     MOVE RNC-CHECK-PERIOD-DATE TO PERIOD-DATE-BREAKOUT.
019900     MOVE PRD-YY TO CAL-RUN-YY.
019910     COMPUTE CAL-PERIOD-CCYY = 2000 + PRD-YY.
019920     MOVE PRD-MM TO CAL-PERIOD-MM.
019930     MOVE PRD-DD TO CAL-PERIOD-DD.
020000
020100     PERFORM BUILD-DEDUCTION-ORDER THRU
020200             BUILD-DEDUCTION-ORDER-EXIT.
020300
020400     OPEN I-O PAY-TIME-TRX-FILE.
020500     OPEN INPUT EARNINGS-YTD-FILE.
020600     IF EYD-FILE-STATUS NOT = SUCCESSFUL-STATUS
020700         DISPLAY "UNABLE TO OPEN EARNYTD FILE, STATUS = "
020800             EYD-FILE-STATUS
020900         GO TO DONE.
020910     OPEN INPUT PAY-RATE-FILE.
020920     IF RAT-FILE-STATUS = SUCCESSFUL-STATUS
020930         MOVE "Y" TO PAYRATE-ON-HAND-SW.
021000     OPEN OUTPUT PRINT-FILE.
021100
021200     PERFORM HEADING-ROUTINE THRU
021300             HEADING-ROUTINE-EXIT.
021400
021500     PERFORM PROCESS-INPUT THRU
021600             PROCESS-INPUT-EXIT
021700         UNTIL PTT-FILE-STATUS = AT-END.
021800
021900     PERFORM CLOSE-DOWN THRU
022000             CLOSING-PROCEDURE-EXIT.
022100
022200     GO TO DONE.
022300
022400 HEADING-ROUTINE.
022500     MOVE SPACES TO PRINT-RECORD.
022600     MOVE "GROSS-TO-NET PAY CALCULATION REGISTER" TO
022700         PRINT-RECORD.
022800     WRITE PRINT-RECORD.
022900     MOVE SPACES TO PRINT-RECORD.
023000     WRITE PRINT-RECORD FROM CAL-HEADING-LINE.
023300     MOVE SPACES TO PRINT-RECORD.
023400     WRITE PRINT-RECORD.
023500 HEADING-ROUTINE-EXIT.  EXIT.
023600
023700 CLOSING-PROCEDURE SECTION.
023800
023900 CLOSE-DOWN.
024000     MOVE SPACES TO PRINT-RECORD.
024100     WRITE PRINT-RECORD.
024200     MOVE "PRTIMFIL RECORDS READ" TO CT-RL-LABEL.
024300     MOVE CT-RECORDS-READ TO CT-RL-VALUE.
024400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
024500     MOVE "RECORDS CALCULATED" TO CT-RL-LABEL.
024600     MOVE CT-RECORDS-CALCULATED TO CT-RL-VALUE.
024700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
024800     MOVE "   OF WHICH RETRO (TYPE 9) RECORDS" TO CT-RL-LABEL.
024900     MOVE CT-RETRO-RECORDS TO CT-RL-VALUE.
025000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
025010     MOVE "PRICED AT PAYRATE RATE IN FORCE" TO CT-RL-LABEL.
025020     MOVE CT-PAYRATE-PRICED TO CT-RL-VALUE.
025030     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
025100     MOVE "HOURS LEFT UNPRICED - NO RATE" TO CT-RL-LABEL.
025200     MOVE CT-NO-RATE TO CT-RL-VALUE.
025300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
025400     MOVE "RECORDS AT SS WAGE BASE" TO CT-RL-LABEL.
025500     MOVE CT-AT-SS-WAGE-BASE TO CT-RL-VALUE.
025600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
025700     MOVE "RECORDS WITH DEDUCTIONS SHORTED" TO CT-RL-LABEL.
025800     MOVE CT-DEDUCTIONS-SHORTED TO CT-RL-VALUE.
025900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
026000     MOVE "RECORDS WITH NET NOT POSITIVE" TO CT-RL-LABEL.
026100     MOVE CT-NET-NOT-POSITIVE TO CT-RL-VALUE.
026200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
026300     MOVE "TOTAL GROSS PAY" TO CT-RL-LABEL.
026400     MOVE CT-GROSS-TOTAL TO CT-RL-VALUE.
026500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
026600     MOVE "TOTAL EMPLOYEE FICA" TO CT-RL-LABEL.
026700     MOVE CT-FICA-TOTAL TO CT-RL-VALUE.
026800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
026900     MOVE "TOTAL EMPLOYER FICA" TO CT-RL-LABEL.
027000     MOVE CT-EMPLR-FICA-TOTAL TO CT-RL-VALUE.
027100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
027200     MOVE "TOTAL DEDUCTIONS TAKEN" TO CT-RL-LABEL.
027300     MOVE CT-DEDUCTION-TOTAL TO CT-RL-VALUE.
027400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
027500     MOVE "TOTAL DEDUCTIONS SHORTED" TO CT-RL-LABEL.
027600     MOVE CT-SHORTED-TOTAL TO CT-RL-VALUE.
027700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
027800     MOVE "TOTAL NET PAY" TO CT-RL-LABEL.
027900     MOVE CT-NET-TOTAL TO CT-RL-VALUE.
028000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
028100
028200     PERFORM STAMP-RUN-COMPLETE THRU
028300             STAMP-RUN-COMPLETE-EXIT.
028400
028410     IF PAYRATE-ON-HAND
028420         CLOSE PAY-RATE-FILE.
028500     CLOSE PAYROLL-CONTROL-FILE
028600           PAY-TIME-TRX-FILE
028700           EARNINGS-YTD-FILE
028800           PRINT-FILE
028900           RUN-CONTROL-FILE.
029000 CLOSING-PROCEDURE-EXIT.  EXIT.
029100
029200/
029300 PROCESS SECTION.
029400
029500 BUILD-DEDUCTION-ORDER.
029600*    The order the table deductions are taken in, built once
029700*    for the employer: the slots PRCTL-PRIORITIZE-DEDUCTION
029800*    names come first, in the order named, then any slot the
029900*    list leaves out in its own table position - so an
030000*    employer that never filled in the list just gets table
030100*    order.
030200     MOVE ZERO TO CAL-ORDER-USED.
030300     MOVE 1 TO CAL-DED-SUB.
030400     PERFORM CLEAR-ONE-TAKEN THRU
030500             CLEAR-ONE-TAKEN-EXIT
030600         UNTIL CAL-DED-SUB > 12.
030700     MOVE 1 TO CAL-DED-SUB.
030800     PERFORM ORDER-ONE-PRIORITY THRU
030900             ORDER-ONE-PRIORITY-EXIT
031000         UNTIL CAL-DED-SUB > 12.
031100     MOVE 1 TO CAL-DED-SUB.
031200     PERFORM ORDER-ONE-LEFTOVER THRU
031300             ORDER-ONE-LEFTOVER-EXIT
031400         UNTIL CAL-DED-SUB > 12.
031500 BUILD-DEDUCTION-ORDER-EXIT.  EXIT.
031600
031700 CLEAR-ONE-TAKEN.
031800     MOVE "N" TO CAL-SLOT-TAKEN (CAL-DED-SUB).
031900     ADD 1 TO CAL-DED-SUB.
032000 CLEAR-ONE-TAKEN-EXIT.  EXIT.
032100
032200 ORDER-ONE-PRIORITY.
032300     MOVE PRCTL-PRIORITIZE-DEDUCTION (CAL-DED-SUB) TO CAL-SLOT.
032400     IF CAL-SLOT < 1 OR CAL-SLOT > 12
032500         GO TO ORDER-ONE-PRIORITY-NEXT.
032600     IF CAL-SLOT-TAKEN (CAL-SLOT) = "Y"
032700         GO TO ORDER-ONE-PRIORITY-NEXT.
032800     ADD 1 TO CAL-ORDER-USED.
032900     MOVE CAL-SLOT TO CAL-ORDER-SLOT (CAL-ORDER-USED).
033000     MOVE "Y" TO CAL-SLOT-TAKEN (CAL-SLOT).
033100 ORDER-ONE-PRIORITY-NEXT.
033200     ADD 1 TO CAL-DED-SUB.
033300 ORDER-ONE-PRIORITY-EXIT.  EXIT.
033400
033500 ORDER-ONE-LEFTOVER.
033600     IF CAL-SLOT-TAKEN (CAL-DED-SUB) = "Y"
033700         GO TO ORDER-ONE-LEFTOVER-NEXT.
033800     ADD 1 TO CAL-ORDER-USED.
033900     MOVE CAL-DED-SUB TO CAL-ORDER-SLOT (CAL-ORDER-USED).
034000     MOVE "Y" TO CAL-SLOT-TAKEN (CAL-DED-SUB).
034100 ORDER-ONE-LEFTOVER-NEXT.
034200     ADD 1 TO CAL-DED-SUB.
034300 ORDER-ONE-LEFTOVER-EXIT.  EXIT.
034400
034500 PROCESS-INPUT.
034600
034700     READ PAY-TIME-TRX-FILE NEXT.
034800     IF PTT-FILE-STATUS = AT-END
034900         GO TO PROCESS-INPUT-EXIT.
035000
035100*    Skip records stamped for a different employer - this run
035200*    only calculates the employer entered at start-up.
035300     IF TIME-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
035400         GO TO PROCESS-INPUT-EXIT.
035500
035600     ADD 1 TO CT-RECORDS-READ.
035700
035800     IF TIME-RECORD-TYPE NOT = 1 AND NOT = 9
035900         GO TO PROCESS-INPUT-EXIT.
036000
036100     IF TIME-EMP-NUMBER NOT = CAL-HOLD-EMP-NUM
036200         PERFORM GET-PRIOR-TAXABLE THRU
036300                 GET-PRIOR-TAXABLE-EXIT.
036400
036500     MOVE "N" TO CAL-NO-RATE-SW.
036600     MOVE "N" TO CAL-AT-BASE-SW.
036700     MOVE "N" TO CAL-SHORTED-SW.
036800
036900     IF TIME-RECORD-TYPE = 1
037000         PERFORM PRICE-HOURS THRU
037100                 PRICE-HOURS-EXIT
037200     ELSE
037300         ADD 1 TO CT-RETRO-RECORDS.
037400
037500     PERFORM COMPUTE-GROSS THRU
037600             COMPUTE-GROSS-EXIT.
037700     PERFORM COMPUTE-FICA THRU
037800             COMPUTE-FICA-EXIT.
037900     PERFORM COMPUTE-NET THRU
038000             COMPUTE-NET-EXIT.
038100
038200     REWRITE PAY-TIME-TRX-RECORD.
038300
038400     ADD 1 TO CT-RECORDS-CALCULATED.
038500     ADD TIME-GROSS-PAY TO CT-GROSS-TOTAL.
038600     ADD TIME-FICA TO CT-FICA-TOTAL.
038700     ADD TIME-EMPLR-FICA TO CT-EMPLR-FICA-TOTAL.
038800     ADD CAL-FIXED-DEDUCTIONS TO CT-DEDUCTION-TOTAL.
038900     ADD CAL-TABLE-DEDUCTIONS TO CT-DEDUCTION-TOTAL.
039000     ADD TIME-NET-PAY TO CT-NET-TOTAL.
039100
039200     PERFORM REGISTER-LINE THRU
039300             REGISTER-LINE-EXIT.
039400 PROCESS-INPUT-EXIT.  EXIT.
039500
039600 GET-PRIOR-TAXABLE.
039700*    The wage base is measured from the employee's taxable
039800*    gross already through EARNYTD this year - the NNNNNN30
039900*    update runs after the payroll is built, so that is every
040000*    period before this one.  A balance stamped for another
040100*    year has not been started over yet and counts as zero.
040200*    Taxable pay on this employee's earlier records in this
040300*    run (the type-1 ahead of a type-9) is added on as it is
040400*    calculated.
040500     MOVE TIME-EMP-NUMBER TO CAL-HOLD-EMP-NUM.
040600     MOVE ZERO TO CAL-PRIOR-TAXABLE.
040700     MOVE ZERO TO CAL-RUN-TAXABLE.
040800     MOVE PRCTL-EMPLOYER-NO TO EYD-EMPLOYER-NO.
040900     MOVE TIME-EMP-NUMBER TO EYD-EMP-NUM.
041000     READ EARNINGS-YTD-FILE.
041100     IF EYD-FILE-STATUS NOT = SUCCESSFUL-STATUS
041200         GO TO GET-PRIOR-TAXABLE-EXIT.
041300     IF EYD-YEAR-YY = CAL-RUN-YY
041400         MOVE EYD-YTD-TAXABLE-GROSS TO CAL-PRIOR-TAXABLE.
041500 GET-PRIOR-TAXABLE-EXIT.  EXIT.
041600
041700 PRICE-HOURS.
041800*    Hours on the type-1 record are priced at the employee's
041900*    rate.  Vacation, holiday, personal, and special pay are
042000*    only priced from their hours while the pay field is still
042100*    zero - an amount already there (the NNNNNN34 personal-hours
042200*    payout, for one) rides through as given.
042300     MOVE TIME-AVERAGE-RATE TO CAL-HOURLY-RATE.
042310     MOVE TIME-SALARY TO CAL-SALARY-AMT.
042320     MOVE TIME-SALARY-FLAG TO CAL-SALARIED-SW.
042330     MOVE 1.50 TO CAL-OT-MULTIPLIER.
042340     PERFORM GET-PAYRATE-RATE THRU
042350             GET-PAYRATE-RATE-EXIT.
042400
042500     IF CAL-HOURLY-RATE = ZERO AND
042600        NOT CAL-SALARIED AND
042700        (TIME-REGULAR-HOURS NOT = ZERO OR
042800         TIME-OVERTIME-HOURS NOT = ZERO)
042900         MOVE "Y" TO CAL-NO-RATE-SW
043000         ADD 1 TO CT-NO-RATE.
043100
043200     IF CAL-SALARIED
043300         MOVE CAL-SALARY-AMT TO TIME-REGULAR-PAY
043400     ELSE
043500         COMPUTE TIME-REGULAR-PAY ROUNDED =
043600             TIME-REGULAR-HOURS * CAL-HOURLY-RATE.
043700
043800     COMPUTE TIME-OVERTIME-PAY ROUNDED =
043900         TIME-OVERTIME-HOURS * CAL-HOURLY-RATE *
043950         CAL-OT-MULTIPLIER.
044000
044100     IF TIME-VACATION-PAY = ZERO
044200         COMPUTE TIME-VACATION-PAY ROUNDED =
044300             TIME-VACATION-HOURS * CAL-HOURLY-RATE.
044400     IF TIME-HOLIDAY-PAY = ZERO
044500         COMPUTE TIME-HOLIDAY-PAY ROUNDED =
044600             TIME-HOLIDAY-HOURS * CAL-HOURLY-RATE.
044700     IF TIME-PERS-PAY = ZERO
044800         COMPUTE TIME-PERS-PAY ROUNDED =
044900             TIME-PERS-HOURS * CAL-HOURLY-RATE.
045000     IF TIME-SPECIAL-PAY = ZERO
045100         COMPUTE TIME-SPECIAL-PAY ROUNDED =
045200             TIME-SPECIAL-HOURS * CAL-HOURLY-RATE.
045300 PRICE-HOURS-EXIT.  EXIT.
045302
045304 GET-PAYRATE-RATE.
045306*    The PAYRATE rate in force on the pay period date takes
045308*    over from the rate keyed on the record, and is written
045310*    back so the record shows what it was priced at.  PRTIMFIL
045312*    carries period totals, not days, so a raise effective
045314*    partway through the period applies from the next period.
045316     IF NOT PAYRATE-ON-HAND
045318         GO TO GET-PAYRATE-RATE-EXIT.
045320     MOVE PRCTL-EMPLOYER-NO TO RAT-FIND-EMPLOYER-NO.
045322     MOVE TIME-EMP-NUMBER TO RAT-FIND-EMP-NUM.
045324     MOVE CAL-PERIOD-DATE-CYMD TO RAT-FIND-DATE-CYMD.
045326     PERFORM GET-RATE-IN-FORCE THRU
045328             GET-RATE-IN-FORCE-EXIT.
045330     IF NOT RAT-RATE-FOUND
045332         GO TO GET-PAYRATE-RATE-EXIT.
045334
045336     ADD 1 TO CT-PAYRATE-PRICED.
045338     MOVE RAT-IN-FORCE-RATE TO CAL-HOURLY-RATE.
045340     MOVE RAT-IN-FORCE-OT-MULT TO CAL-OT-MULTIPLIER.
045342     IF RAT-IN-FORCE-SALARY
045344         MOVE "Y" TO CAL-SALARIED-SW
045346         MOVE RAT-IN-FORCE-SALARY-AMT TO CAL-SALARY-AMT
045348     ELSE
045350         MOVE "N" TO CAL-SALARIED-SW
045352         MOVE ZERO TO CAL-SALARY-AMT.
045354     MOVE CAL-HOURLY-RATE TO TIME-AVERAGE-RATE.
045356     MOVE CAL-SALARY-AMT TO TIME-SALARY.
045358     MOVE CAL-SALARIED-SW TO TIME-SALARY-FLAG.
045360 GET-PAYRATE-RATE-EXIT.  EXIT.
045400
045500 COMPUTE-GROSS.
045600*    Gross is every pay field plus the earnings entries in the
045700*    deduction/earnings table - the entries the NNNNNN29
045800*    journal treats as already in the gross.  Nothing is taken
045900*    pre-tax, so taxable gross is the whole gross.
045910*    Non-cash entries (type "N") are in the gross too, and
045920*    are kept aside so net pay can leave them out.
046000     MOVE ZERO TO CAL-TABLE-EARNINGS.
046010     MOVE ZERO TO CAL-NONCASH-EARNINGS.
046100     MOVE 1 TO CAL-DED-SUB.
046200     PERFORM ADD-ONE-TABLE-EARNING THRU
046300             ADD-ONE-TABLE-EARNING-EXIT
046400         UNTIL CAL-DED-SUB > 12.
046500
046600     COMPUTE TIME-GROSS-PAY =
046700         TIME-REGULAR-PAY + TIME-OVERTIME-PAY + TIME-VACATION-PAY
046800         + TIME-HOLIDAY-PAY + TIME-PERS-PAY + TIME-SPECIAL-PAY
046900         + TIME-STD-PAY + TIME-STD-OVT-PAY + CAL-TABLE-EARNINGS.
047000     MOVE TIME-GROSS-PAY TO TIME-TAXABLE-GROSS-PAY.
047100 COMPUTE-GROSS-EXIT.  EXIT.
047200
047300 ADD-ONE-TABLE-EARNING.
047400     IF TIME-DE-CODE (CAL-DED-SUB) NOT = SPACES AND
047500        TIME-DE-TYPE (CAL-DED-SUB) NOT = "D"
047600         ADD TIME-DE-AMOUNT (CAL-DED-SUB) TO CAL-TABLE-EARNINGS.
047610     IF TIME-DE-CODE (CAL-DED-SUB) NOT = SPACES AND
047620        TIME-DE-TYPE (CAL-DED-SUB) = "N"
047630         ADD TIME-DE-AMOUNT (CAL-DED-SUB) TO CAL-NONCASH-EARNINGS.
047700     ADD 1 TO CAL-DED-SUB.
047800 ADD-ONE-TABLE-EARNING-EXIT.  EXIT.
047900
048000 COMPUTE-FICA.
048100*    Social security stops at the wage base; Medicare runs on,
048200*    unless the control record actually carries a Medicare cap
048300*    (the NNNNNN44 rule).  A negative taxable amount - a retro
048400*    record taking pay back - gives the FICA back uncapped.
048500     MOVE TIME-TAXABLE-GROSS-PAY TO CAL-SS-WAGES.
048600     MOVE TIME-TAXABLE-GROSS-PAY TO CAL-MC-WAGES.
048700
048800     IF CAL-SS-WAGES > ZERO
048900         COMPUTE CAL-WAGE-ROOM = PRCTL-MAX-SS-FICA-WAGES
049000             - CAL-PRIOR-TAXABLE - CAL-RUN-TAXABLE
049100         IF CAL-WAGE-ROOM < ZERO
049200             MOVE ZERO TO CAL-WAGE-ROOM.
049300     IF CAL-SS-WAGES > ZERO AND
049400        CAL-SS-WAGES > CAL-WAGE-ROOM
049500         MOVE CAL-WAGE-ROOM TO CAL-SS-WAGES
049600         MOVE "Y" TO CAL-AT-BASE-SW
049700         ADD 1 TO CT-AT-SS-WAGE-BASE.
049800
049900     IF CAL-MC-WAGES > ZERO AND
050000        PRCTL-MAX-MC-FICA-WAGES > ZERO
050100         COMPUTE CAL-WAGE-ROOM = PRCTL-MAX-MC-FICA-WAGES
050200             - CAL-PRIOR-TAXABLE - CAL-RUN-TAXABLE
050300         IF CAL-WAGE-ROOM < ZERO
050400             MOVE ZERO TO CAL-WAGE-ROOM.
050500     IF CAL-MC-WAGES > ZERO AND
050600        PRCTL-MAX-MC-FICA-WAGES > ZERO AND
050700        CAL-MC-WAGES > CAL-WAGE-ROOM
050800         MOVE CAL-WAGE-ROOM TO CAL-MC-WAGES.
050900
051000     COMPUTE CAL-EE-SS ROUNDED =
051100         CAL-SS-WAGES * PRCTL-EMPLOYEE-SS-FICA-PCT / 100.
051200     COMPUTE CAL-EE-MC ROUNDED =
051300         CAL-MC-WAGES * PRCTL-EMPLOYEE-MC-FICA-PCT / 100.
051400     COMPUTE CAL-ER-SS ROUNDED =
051500         CAL-SS-WAGES * PRCTL-EMPLOYER-SS-FICA-PCT / 100.
051600     COMPUTE CAL-ER-MC ROUNDED =
051700         CAL-MC-WAGES * PRCTL-EMPLOYER-MC-FICA-PCT / 100.
051800
051900     COMPUTE TIME-FICA = CAL-EE-SS + CAL-EE-MC.
052000     COMPUTE TIME-EMPLR-FICA = CAL-ER-SS + CAL-ER-MC.
052100
052200     ADD TIME-TAXABLE-GROSS-PAY TO CAL-RUN-TAXABLE.
052300 COMPUTE-FICA-EXIT.  EXIT.
052400
052500 COMPUTE-NET.
052600*    Taxes and the fixed deductions (bond, savings, loan,
052700*    garnishment, processing fee, support orders) come off
052800*    first, as entered.  What is left pays the table
052900*    deductions in priority order until it runs out.
052910*    Non-cash earnings were never the employer's to pay, so
052920*    they come out of the net along with the taxes.
053000     COMPUTE CAL-OTHER-TAX =
053100         TIME-FWT + TIME-SWT + TIME-OST + TIME-CWT.
053200
053300     COMPUTE CAL-FIXED-DEDUCTIONS =
053400         TIME-SAVINGS-BOND-DED + TIME-SAVINGS-ACCOUNT-DED
053500         + TIME-LOAN-DED + TIME-GARNISHEE-DED
053600         + TIME-PROC-FEE-DED-AMT.
053700     MOVE 1 TO CAL-DED-SUB.
053800     PERFORM ADD-ONE-SUPPORT-DED THRU
053900             ADD-ONE-SUPPORT-DED-EXIT
054000         UNTIL CAL-DED-SUB > 5.
054100
054200     COMPUTE CAL-NET-REMAINING =
054300         TIME-GROSS-PAY - CAL-NONCASH-EARNINGS - TIME-FICA
054400         - CAL-OTHER-TAX - CAL-FIXED-DEDUCTIONS.
054500
054600     MOVE ZERO TO CAL-TABLE-DEDUCTIONS.
054700     MOVE 1 TO CAL-ORDER-SUB.
054800     PERFORM TAKE-ONE-DEDUCTION THRU
054900             TAKE-ONE-DEDUCTION-EXIT
055000         UNTIL CAL-ORDER-SUB > CAL-ORDER-USED.
055100
055200     MOVE CAL-NET-REMAINING TO TIME-NET-PAY.
055300     IF TIME-NET-PAY NOT > ZERO AND
055400        TIME-RECORD-TYPE = 1
055500         ADD 1 TO CT-NET-NOT-POSITIVE.
055600 COMPUTE-NET-EXIT.  EXIT.
055700
055800 ADD-ONE-SUPPORT-DED.
055900     ADD TIME-SUPPORT-DED-AMT (CAL-DED-SUB) TO
056000         CAL-FIXED-DEDUCTIONS.
056100     ADD 1 TO CAL-DED-SUB.
056200 ADD-ONE-SUPPORT-DED-EXIT.  EXIT.
056300
056400 TAKE-ONE-DEDUCTION.
056500     MOVE CAL-ORDER-SLOT (CAL-ORDER-SUB) TO CAL-DED-SUB.
056600     IF TIME-DE-CODE (CAL-DED-SUB) = SPACES
056700         GO TO TAKE-ONE-DEDUCTION-NEXT.
056800     IF TIME-DE-TYPE (CAL-DED-SUB) NOT = "D"
056900         GO TO TAKE-ONE-DEDUCTION-NEXT.
057000
057100*    The amount asked is the scheduled TIME-DE-OWED-AMT, or
057200*    what is already on TIME-DE-AMOUNT when that is more - a
057300*    catch-up NNNNNN42 rode onto it.  A rerun after a short
057400*    check therefore asks for the full amount again.
057500     MOVE TIME-DE-OWED-AMT (CAL-DED-SUB) TO CAL-DED-WANTED.
057600     IF TIME-DE-AMOUNT (CAL-DED-SUB) > CAL-DED-WANTED
057700         MOVE TIME-DE-AMOUNT (CAL-DED-SUB) TO CAL-DED-WANTED.
057800     IF CAL-DED-WANTED = ZERO
057900         GO TO TAKE-ONE-DEDUCTION-NEXT.
058000
058100     IF CAL-DED-WANTED NOT > CAL-NET-REMAINING
058200         MOVE CAL-DED-WANTED TO TIME-DE-AMOUNT (CAL-DED-SUB)
058300         SUBTRACT CAL-DED-WANTED FROM CAL-NET-REMAINING
058400         ADD CAL-DED-WANTED TO CAL-TABLE-DEDUCTIONS
058500         GO TO TAKE-ONE-DEDUCTION-NEXT.
058600
058700*    Net has run out - take what is left and short the rest.
058800*    The owed amount is kept (or set, for a flat amount keyed
058900*    with no schedule) so the shortfall stays measurable.
059000     IF NOT CAL-SHORTED
059100         MOVE "Y" TO CAL-SHORTED-SW
059200         ADD 1 TO CT-DEDUCTIONS-SHORTED.
059300     IF TIME-DE-OWED-AMT (CAL-DED-SUB) = ZERO
059400         MOVE CAL-DED-WANTED TO TIME-DE-OWED-AMT (CAL-DED-SUB).
059500     IF CAL-NET-REMAINING > ZERO
059600         MOVE CAL-NET-REMAINING TO TIME-DE-AMOUNT (CAL-DED-SUB)
059700     ELSE
059800         MOVE ZERO TO TIME-DE-AMOUNT (CAL-DED-SUB).
059900     ADD TIME-DE-AMOUNT (CAL-DED-SUB) TO CAL-TABLE-DEDUCTIONS.
060000     SUBTRACT TIME-DE-AMOUNT (CAL-DED-SUB) FROM CAL-NET-REMAINING.
060100     COMPUTE CT-SHORTED-TOTAL = CT-SHORTED-TOTAL
060200         + CAL-DED-WANTED - TIME-DE-AMOUNT (CAL-DED-SUB).
060300 TAKE-ONE-DEDUCTION-NEXT.
060400     ADD 1 TO CAL-ORDER-SUB.
060500 TAKE-ONE-DEDUCTION-EXIT.  EXIT.
060600
060700 REGISTER-LINE.
060800     MOVE SPACES TO CAL-REPORT-LINE.
060900     MOVE TIME-EMP-NUMBER TO CAL-RL-EMP-NUM.
061000     MOVE TIME-RECORD-TYPE TO CAL-RL-TYPE.
061100     MOVE TIME-GROSS-PAY TO CAL-RL-GROSS.
061200     MOVE TIME-FICA TO CAL-RL-FICA.
061300     MOVE CAL-OTHER-TAX TO CAL-RL-OTHER-TAX.
061400     COMPUTE CAL-RL-DEDUCTIONS =
061500         CAL-FIXED-DEDUCTIONS + CAL-TABLE-DEDUCTIONS.
061600     MOVE TIME-NET-PAY TO CAL-RL-NET.
061700     MOVE TIME-EMPLR-FICA TO CAL-RL-EMPLR-FICA.
061800     IF CAL-NO-RATE
061900         MOVE "NO RATE - HOURS NOT PRICED" TO CAL-RL-MESSAGE
062000     ELSE
062100         IF CAL-SHORTED
062200             MOVE "DEDUCTIONS SHORTED" TO CAL-RL-MESSAGE
062300         ELSE
062400             IF TIME-NET-PAY NOT > ZERO AND
062500                TIME-RECORD-TYPE = 1
062600                 MOVE "NET PAY NOT POSITIVE" TO CAL-RL-MESSAGE
062700             ELSE
062800                 IF CAL-AT-BASE
062900                     MOVE "AT SS WAGE BASE" TO CAL-RL-MESSAGE.
063000     WRITE PRINT-RECORD FROM CAL-REPORT-LINE.
063100 REGISTER-LINE-EXIT.  EXIT.
063200
063300     COPY DSRUNCTL.
063310
063320     COPY DSPAYRAT.
063400
063500 END-OF-PROGRAM SECTION.
063600
063700 DONE.
063800     STOP RUN.
063900
064000 END-OF-PROGRAM-EXIT.  EXIT.
