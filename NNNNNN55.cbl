000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN55.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Pay period close.  Copies every PRTIMFIL record of the
000700*  entered employer into the permanent PAYHIST file, keyed
000800*  employer / employee / pay period date / record type, so the
000900*  period's gross, taxes and deductions are kept once PRTIMFIL
001000*  is rebuilt for the next period.  The operator also gives the
001100*  next pay period date; when it falls in a new month, quarter
001200*  or year, the period being closed was the last of that month,
001300*  quarter or year and the matching cleared dates on PRCNTL are
001400*  stamped with it - PRCTL-MTD-LAST-CLEARED-DATE and
001500*  PRCTL-LAST-MTH-CLEARED at a month end, PRCTL-QTD-LAST-
001600*  CLEARED-DATE and PRCTL-LAST-QTR-CLEARED (year and quarter-
001700*  ending month) at a quarter end, PRCTL-YTD-LAST-CLEARED-DATE
001800*  and PRCTL-LAST-YR-CLEARED at a year end.  The EARNYTD,
001900*  FEDQTD and SUTAQTD updates still roll their own balances by
002000*  the date stamped on each record; these dates are the
002100*  operator's record of which month, quarter and year closed.
002200*  Prints a close summary of the records archived and the
002300*  dates stamped.  Guarded by the RUNCTL run control: held
002400*  until NNNNNN54 has written the period's checks (so PAYHIST
002410*  keeps each record's check number), and a second close
002500*  of the same period is refused short of an operator override.
002600*  An overridden close replaces the period's PAYHIST records
002700*  with the current PRTIMFIL images.  A PRTIMFIL record whose
002710*  pay period date is not the period being closed is not
002720*  archived; it is listed as skipped and left on PRTIMFIL.
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
005100     COPY SLPAYHST.
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
006600     COPY FDPAYHST.
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
007900     COPY WSPAYHST.
008000
008100     COPY WSPRINT.
008200
008300     COPY WSFILEST.
008400
008500 77  CT-RECORDS-READ                  PIC 9(7) COMP VALUE ZERO.
008600 77  CT-RECORDS-ARCHIVED              PIC 9(7) COMP VALUE ZERO.
008700 77  CT-RECORDS-REPLACED              PIC 9(7) COMP VALUE ZERO.
008800 77  CT-PRIMARY-RECORDS               PIC 9(7) COMP VALUE ZERO.
008900 77  CT-RETRO-RECORDS                 PIC 9(7) COMP VALUE ZERO.
009000 77  CT-OTHER-RECORDS                 PIC 9(7) COMP VALUE ZERO.
009050 77  CT-OTHER-PERIOD                  PIC 9(7) COMP VALUE ZERO.
009100 77  CT-GROSS-TOTAL                  PIC S9(8)V99 COMP VALUE ZERO.
009200 77  CT-NET-TOTAL                    PIC S9(8)V99 COMP VALUE ZERO.
009300
009400 77  OK-TO-GO                         PIC X(1) VALUE " ".
009500 77  CLS-SCAN-DONE-SW                 PIC X(1) VALUE "N".
009600     88  CLS-SCAN-DONE                 VALUE "Y".
009700 77  CLS-MONTH-END-SW                 PIC X(1) VALUE "N".
009800     88  CLS-MONTH-END                 VALUE "Y".
009900 77  CLS-QUARTER-END-SW               PIC X(1) VALUE "N".
010000     88  CLS-QUARTER-END               VALUE "Y".
010100 77  CLS-YEAR-END-SW                  PIC X(1) VALUE "N".
010200     88  CLS-YEAR-END                  VALUE "Y".
010300 77  CLS-NEXT-PERIOD-DATE             PIC 9(6) VALUE ZERO.
010400 77  CLS-RUN-DATE                     PIC 9(6) VALUE ZERO.
010500 77  CLS-THIS-QTR                     PIC 9(1) VALUE ZERO.
010600 77  CLS-NEXT-QTR                     PIC 9(1) VALUE ZERO.
010700
010800 01  PERIOD-DATE-BREAKOUT.
010900     05  PRD-MM                       PIC 9(2).
011000     05  PRD-DD                       PIC 9(2).
011100     05  PRD-YY                       PIC 9(2).
011200
011300 01  NEXT-DATE-BREAKOUT.
011400     05  NXD-MM                       PIC 9(2).
011500     05  NXD-DD                       PIC 9(2).
011600     05  NXD-YY                       PIC 9(2).
011700
011800 01  RUN-DATE-BREAKOUT.
011900     05  RND-YY                       PIC 9(2).
012000     05  RND-MM                       PIC 9(2).
012100     05  RND-DD                       PIC 9(2).
012200
012300 01  CLS-PERIOD-DATE-CYMD             PIC 9(8) VALUE ZERO.
012400 01  FILLER REDEFINES CLS-PERIOD-DATE-CYMD.
012500     05  CLS-PERIOD-CCYY              PIC 9(4).
012600     05  CLS-PERIOD-MM                PIC 9(2).
012700     05  CLS-PERIOD-DD                PIC 9(2).
012800
012900 01  CLS-NEXT-DATE-CYMD               PIC 9(8) VALUE ZERO.
013000 01  FILLER REDEFINES CLS-NEXT-DATE-CYMD.
013100     05  CLS-NEXT-CCYY                PIC 9(4).
013200     05  CLS-NEXT-MM                  PIC 9(2).
013300     05  CLS-NEXT-DD                  PIC 9(2).
013400
013500 01  CT-REPORT-LINE.
013600     05  FILLER                       PIC X(4).
013700     05  CT-RL-LABEL                   PIC X(40).
013800     05  FILLER                       PIC X(4).
013900     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
014000     05  FILLER                       PIC X(69).
014100
014200 01  CLS-STAMP-LINE.
014300     05  FILLER                       PIC X(4).
014400     05  CLS-RL-LABEL                  PIC X(40).
014500     05  FILLER                       PIC X(4).
014600     05  CLS-RL-STAMP                  PIC X(20).
014700     05  FILLER                       PIC X(64).
014800
014900 01  CLS-REPORT-LINE.
015000     05  CLS-RL-EMP-NUM                 PIC ZZZ9.
015100     05  FILLER                       PIC X(3).
015200     05  CLS-RL-RECORD-TYPE             PIC 9(1).
015300     05  FILLER                       PIC X(3).
015400     05  CLS-RL-GROSS                   PIC ZZ,ZZ9.99-.
015500     05  FILLER                       PIC X(3).
015600     05  CLS-RL-NET                     PIC ZZ,ZZ9.99-.
015700     05  FILLER                       PIC X(3).
015800     05  CLS-RL-CHECK-NUMBER            PIC ZZZZZ9.
015900     05  FILLER                       PIC X(3).
016000     05  CLS-RL-STATUS                 PIC X(24).
016100     05  FILLER                       PIC X(3).
016200     05  CLS-RL-EMP-NAME                PIC X(28).
016300     05  FILLER                       PIC X(31).
016400
016500/
016600 PROCEDURE DIVISION.
016700
016800 MAIN-LOGIC SECTION.
016900
017000 INITIALIZATION.
017100     OPEN I-O PAYROLL-CONTROL-FILE.
017200     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
017300     ACCEPT PRCTL-EMPLOYER-NO.
017400     READ PAYROLL-CONTROL-FILE
017500         INVALID KEY
017600             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
017700             GO TO DONE.
017800
017900     DISPLAY "ENTER PAY PERIOD DATE TO CLOSE (MMDDYY)".
018000     ACCEPT RNC-CHECK-PERIOD-DATE.
018100     PERFORM OPEN-RUN-CONTROL THRU
018200             OPEN-RUN-CONTROL-EXIT.
018300     MOVE "NNNNNN55" TO RNC-CHECK-PGM-NAME.
018400     MOVE "NNNNNN54" TO RNC-PREREQ-PGM-NAME.
018500     PERFORM CHECK-RUN-CONTROL THRU
018600             CHECK-RUN-CONTROL-EXIT.
018700     IF RNC-RUN-REFUSED
018800         DISPLAY "RUN CANCELLED BY RUN CONTROL"
018900         GO TO DONE.
019000
019100     MOVE RNC-CHECK-PERIOD-DATE TO PERIOD-DATE-BREAKOUT.
019200     COMPUTE CLS-PERIOD-CCYY = 2000 + PRD-YY.
019300     MOVE PRD-MM TO CLS-PERIOD-MM.
019400     MOVE PRD-DD TO CLS-PERIOD-DD.
019500
019600     DISPLAY "ENTER NEXT PAY PERIOD DATE (MMDDYY)".
019700     ACCEPT CLS-NEXT-PERIOD-DATE.
019800     MOVE CLS-NEXT-PERIOD-DATE TO NEXT-DATE-BREAKOUT.
019900     COMPUTE CLS-NEXT-CCYY = 2000 + NXD-YY.
020000     MOVE NXD-MM TO CLS-NEXT-MM.
020100     MOVE NXD-DD TO CLS-NEXT-DD.
020200     IF CLS-NEXT-DATE-CYMD NOT > CLS-PERIOD-DATE-CYMD
020300         DISPLAY "NEXT PERIOD MUST FOLLOW THE PERIOD BEING CLOSED"
020400         DISPLAY "RUN CANCELLED"
020500         GO TO DONE.
020600
020700     PERFORM SET-BOUNDARIES THRU
020800             SET-BOUNDARIES-EXIT.
020900
021000     DISPLAY "CLOSE PAY PERIOD " RNC-CHECK-PERIOD-DATE "? (Y/N)".
021100     ACCEPT OK-TO-GO.
021200     IF OK-TO-GO NOT = "Y" AND NOT = "y"
021300         DISPLAY "RUN CANCELLED"
021400         GO TO DONE.
021500
021600     ACCEPT CLS-RUN-DATE FROM DATE.
021700     MOVE CLS-RUN-DATE TO RUN-DATE-BREAKOUT.
021800
021900     OPEN INPUT PAY-TIME-TRX-FILE.
022000     OPEN I-O PAY-HISTORY-FILE.
022100     IF PYH-FILE-STATUS = "35"
022200         OPEN OUTPUT PAY-HISTORY-FILE
022300         CLOSE PAY-HISTORY-FILE
022400         OPEN I-O PAY-HISTORY-FILE.
022500     OPEN OUTPUT PRINT-FILE.
022600
022700     PERFORM HEADING-ROUTINE THRU
022800             HEADING-ROUTINE-EXIT.
022900
023000     MOVE PRCTL-EMPLOYER-NO TO TIME-EMPLOYER-NO.
023100     MOVE ZERO TO TIME-EMP-NUMBER.
023200     MOVE ZERO TO TIME-RECORD-TYPE.
023300     START PAY-TIME-TRX-FILE
023400         KEY IS NOT LESS THAN PAY-TIME-TRX-KEY.
023500     IF PTT-FILE-STATUS NOT = SUCCESSFUL-STATUS
023600         MOVE "Y" TO CLS-SCAN-DONE-SW.
023700
023800     PERFORM PROCESS-INPUT THRU
023900             PROCESS-INPUT-EXIT
024000         UNTIL CLS-SCAN-DONE.
024100
024200     PERFORM STAMP-CLEARED-DATES THRU
024300             STAMP-CLEARED-DATES-EXIT.
024400
024500     PERFORM CLOSE-DOWN THRU
024600             CLOSING-PROCEDURE-EXIT.
024700
024800     GO TO DONE.
024900
025000 SET-BOUNDARIES.
025100*    The period closes a month when the next period starts in a
025200*    different month, a quarter when it starts in a different
025300*    quarter, and a year when it starts in a different year.
025400     COMPUTE CLS-THIS-QTR = (CLS-PERIOD-MM + 2) / 3.
025500     COMPUTE CLS-NEXT-QTR = (CLS-NEXT-MM + 2) / 3.
025600
025700     IF CLS-NEXT-CCYY NOT = CLS-PERIOD-CCYY
025800         MOVE "Y" TO CLS-YEAR-END-SW
025900         MOVE "Y" TO CLS-QUARTER-END-SW
026000         MOVE "Y" TO CLS-MONTH-END-SW
026100         GO TO SET-BOUNDARIES-EXIT.
026200
026300     IF CLS-NEXT-QTR NOT = CLS-THIS-QTR
026400         MOVE "Y" TO CLS-QUARTER-END-SW.
026500     IF CLS-NEXT-MM NOT = CLS-PERIOD-MM
026600         MOVE "Y" TO CLS-MONTH-END-SW.
026700 SET-BOUNDARIES-EXIT.  EXIT.
026800
026900 HEADING-ROUTINE.
027000     MOVE SPACES TO PRINT-RECORD.
027100     MOVE "PAY PERIOD CLOSE SUMMARY" TO PRINT-RECORD.
027200     WRITE PRINT-RECORD.
027300     MOVE SPACES TO CLS-STAMP-LINE.
027400     MOVE "EMPLOYER" TO CLS-RL-LABEL.
027500     MOVE PRCTL-EMPLOYER-NAME TO CLS-RL-STAMP.
027600     WRITE PRINT-RECORD FROM CLS-STAMP-LINE.
027700     MOVE SPACES TO CLS-STAMP-LINE.
027800     MOVE "PAY PERIOD CLOSED" TO CLS-RL-LABEL.
027900     MOVE RNC-CHECK-PERIOD-DATE TO CLS-RL-STAMP.
028000     WRITE PRINT-RECORD FROM CLS-STAMP-LINE.
028100     MOVE SPACES TO CLS-STAMP-LINE.
028200     MOVE "NEXT PAY PERIOD" TO CLS-RL-LABEL.
028300     MOVE CLS-NEXT-PERIOD-DATE TO CLS-RL-STAMP.
028400     WRITE PRINT-RECORD FROM CLS-STAMP-LINE.
028500     MOVE SPACES TO PRINT-RECORD.
028600     WRITE PRINT-RECORD.
028700     MOVE "EMP    T        GROSS          NET   CHECK#   STATUS"
028800         TO PRINT-RECORD.
028900     WRITE PRINT-RECORD.
029000     MOVE SPACES TO PRINT-RECORD.
029100     WRITE PRINT-RECORD.
029200 HEADING-ROUTINE-EXIT.  EXIT.
029300
029400 CLOSING-PROCEDURE SECTION.
029500
029600 CLOSE-DOWN.
029700     MOVE SPACES TO PRINT-RECORD.
029800     WRITE PRINT-RECORD.
029900     MOVE "PRTIMFIL RECORDS READ" TO CT-RL-LABEL.
030000     MOVE CT-RECORDS-READ TO CT-RL-VALUE.
030100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030200     MOVE "PRIMARY (TYPE 1) RECORDS" TO CT-RL-LABEL.
030300     MOVE CT-PRIMARY-RECORDS TO CT-RL-VALUE.
030400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030500     MOVE "RETRO ADJUSTMENT (TYPE 9) RECORDS" TO CT-RL-LABEL.
030600     MOVE CT-RETRO-RECORDS TO CT-RL-VALUE.
030700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030800     MOVE "OTHER RECORD TYPES" TO CT-RL-LABEL.
030900     MOVE CT-OTHER-RECORDS TO CT-RL-VALUE.
031000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031010     MOVE "OTHER PAY PERIOD - SKIPPED" TO CT-RL-LABEL.
031020     MOVE CT-OTHER-PERIOD TO CT-RL-VALUE.
031030     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031100     MOVE "RECORDS ADDED TO PAYHIST" TO CT-RL-LABEL.
031200     MOVE CT-RECORDS-ARCHIVED TO CT-RL-VALUE.
031300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031400     MOVE "PAYHIST RECORDS REPLACED" TO CT-RL-LABEL.
031500     MOVE CT-RECORDS-REPLACED TO CT-RL-VALUE.
031600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031700     MOVE "GROSS PAY ARCHIVED" TO CT-RL-LABEL.
031800     MOVE CT-GROSS-TOTAL TO CT-RL-VALUE.
031900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
032000     MOVE "NET PAY ARCHIVED" TO CT-RL-LABEL.
032100     MOVE CT-NET-TOTAL TO CT-RL-VALUE.
032200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
032300
032400     MOVE SPACES TO PRINT-RECORD.
032500     WRITE PRINT-RECORD.
032600     MOVE SPACES TO CLS-STAMP-LINE.
032700     MOVE "MONTH CLEARED" TO CLS-RL-LABEL.
032800     IF CLS-MONTH-END
032900         MOVE PRCTL-MTD-LAST-CLEARED-DATE TO CLS-RL-STAMP
033000     ELSE
033100         MOVE "NOT A MONTH END" TO CLS-RL-STAMP.
033200     WRITE PRINT-RECORD FROM CLS-STAMP-LINE.
033300     MOVE SPACES TO CLS-STAMP-LINE.
033400     MOVE "QUARTER CLEARED" TO CLS-RL-LABEL.
033500     IF CLS-QUARTER-END
033600         MOVE PRCTL-QTD-LAST-CLEARED-DATE TO CLS-RL-STAMP
033700     ELSE
033800         MOVE "NOT A QUARTER END" TO CLS-RL-STAMP.
033900     WRITE PRINT-RECORD FROM CLS-STAMP-LINE.
034000     MOVE SPACES TO CLS-STAMP-LINE.
034100     MOVE "YEAR CLEARED" TO CLS-RL-LABEL.
034200     IF CLS-YEAR-END
034300         MOVE PRCTL-LAST-YR-CLEARED-YYYY TO CLS-RL-STAMP
034400     ELSE
034500         MOVE "NOT A YEAR END" TO CLS-RL-STAMP.
034600     WRITE PRINT-RECORD FROM CLS-STAMP-LINE.
034700
034800     PERFORM STAMP-RUN-COMPLETE THRU
034900             STAMP-RUN-COMPLETE-EXIT.
035000
035100     CLOSE PAYROLL-CONTROL-FILE
035200           PAY-TIME-TRX-FILE
035300           PAY-HISTORY-FILE
035400           PRINT-FILE
035500           RUN-CONTROL-FILE.
035600 CLOSING-PROCEDURE-EXIT.  EXIT.
035700
035800/
035900 PROCESS SECTION.
036000
036100 PROCESS-INPUT.
036200
036300     READ PAY-TIME-TRX-FILE NEXT
036400         AT END
036500             MOVE "Y" TO CLS-SCAN-DONE-SW
036600             GO TO PROCESS-INPUT-EXIT.
036700
036800     IF TIME-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
036900         MOVE "Y" TO CLS-SCAN-DONE-SW
037000         GO TO PROCESS-INPUT-EXIT.
037100
037200     ADD 1 TO CT-RECORDS-READ.
037210*    Only the period being closed goes to PAYHIST under its key.
037220     IF TIME-PAY-PERIOD-DATE NOT = RNC-CHECK-PERIOD-DATE
037230         ADD 1 TO CT-OTHER-PERIOD
037240         MOVE SPACES TO CLS-REPORT-LINE
037250         MOVE "OTHER PERIOD - SKIPPED" TO CLS-RL-STATUS
037260         GO TO PROCESS-INPUT-PRINT.
037270
037300     IF TIME-RECORD-TYPE = 1
037400         ADD 1 TO CT-PRIMARY-RECORDS
037500     ELSE
037600         IF TIME-RECORD-TYPE = 9
037700             ADD 1 TO CT-RETRO-RECORDS
037800         ELSE
037900             ADD 1 TO CT-OTHER-RECORDS.
038000
038100     MOVE PRCTL-EMPLOYER-NO TO PYH-EMPLOYER-NO.
038200     MOVE TIME-EMP-NUMBER TO PYH-EMP-NUM.
038300     MOVE CLS-PERIOD-DATE-CYMD TO PYH-PERIOD-DATE-CYMD.
038400     MOVE TIME-RECORD-TYPE TO PYH-RECORD-TYPE.
038500     MOVE RNC-CHECK-PERIOD-DATE TO PYH-PAY-PERIOD-DATE.
038600     MOVE CLS-RUN-DATE TO PYH-CLOSED-DATE.
038700     MOVE TIME-GROSS-PAY TO PYH-GROSS-PAY.
038800     MOVE TIME-NET-PAY TO PYH-NET-PAY.
038900     COMPUTE PYH-TOTAL-HOURS =
039000         TIME-REGULAR-HOURS + TIME-OVERTIME-HOURS.
039100     MOVE TIME-CHECK-NUMBER TO PYH-CHECK-NUMBER.
039200     MOVE PAY-TIME-TRX-RECORD TO PYH-TIME-IMAGE.
039300
039400     MOVE SPACES TO CLS-REPORT-LINE.
039500     WRITE PAY-HISTORY-RECORD.
039600     IF PYH-FILE-STATUS = DUPLICATE-KEY
039700         REWRITE PAY-HISTORY-RECORD
039800         ADD 1 TO CT-RECORDS-REPLACED
039900         MOVE "REPLACED ON PAYHIST" TO CLS-RL-STATUS
040000     ELSE
040100         ADD 1 TO CT-RECORDS-ARCHIVED
040200         MOVE "ARCHIVED" TO CLS-RL-STATUS.
040300
040400     ADD TIME-GROSS-PAY TO CT-GROSS-TOTAL.
040500     ADD TIME-NET-PAY TO CT-NET-TOTAL.
040600
040650 PROCESS-INPUT-PRINT.
040700     MOVE TIME-EMP-NUMBER TO CLS-RL-EMP-NUM.
040800     MOVE TIME-EMP-NAME TO CLS-RL-EMP-NAME.
040900     MOVE TIME-RECORD-TYPE TO CLS-RL-RECORD-TYPE.
041000     MOVE TIME-GROSS-PAY TO CLS-RL-GROSS.
041100     MOVE TIME-NET-PAY TO CLS-RL-NET.
041200     MOVE TIME-CHECK-NUMBER TO CLS-RL-CHECK-NUMBER.
041300     WRITE PRINT-RECORD FROM CLS-REPORT-LINE.
041400 PROCESS-INPUT-EXIT.  EXIT.
041500
041600 STAMP-CLEARED-DATES.
041700*    PRCNTL dates are carried yymmdd; the period being closed is
041800*    the last period of each month, quarter or year it ends.
041900     IF CLS-MONTH-END
042000         MOVE PRD-YY TO PRCTL-MTD-LAST-YY
042100         MOVE PRD-MM TO PRCTL-MTD-LAST-MM
042200         MOVE PRD-DD TO PRCTL-MTD-LAST-DD
042300         MOVE PRD-YY TO PRCTL-LAST-MTH-CLEARED-YY
042400         MOVE PRD-MM TO PRCTL-LAST-MTH-CLEARED-MM.
042500
042600     IF CLS-QUARTER-END
042700         MOVE PRD-YY TO PRCTL-QTD-LAST-YY
042800         MOVE PRD-MM TO PRCTL-QTD-LAST-MM
042900         MOVE PRD-DD TO PRCTL-QTD-LAST-DD
043000         MOVE PRD-YY TO PRCTL-LAST-QTR-CLEARED-YY
043100         COMPUTE PRCTL-LAST-QTR-CLEARED-MM = CLS-THIS-QTR * 3.
043200
043300     IF CLS-YEAR-END
043400         MOVE PRD-YY TO PRCTL-YTD-LAST-YY
043500         MOVE PRD-MM TO PRCTL-YTD-LAST-MM
043600         MOVE PRD-DD TO PRCTL-YTD-LAST-DD
043700         MOVE CLS-PERIOD-CCYY TO PRCTL-LAST-YR-CLEARED-YYYY.
043800
043900     IF CLS-MONTH-END
044000         REWRITE PAYROLL-CONTROL-RECORD.
044100 STAMP-CLEARED-DATES-EXIT.  EXIT.
044200
044300     COPY DSRUNCTL.
044400
044500 END-OF-PROGRAM SECTION.
044600
044700 DONE.
044800     STOP RUN.
044900
045000 END-OF-PROGRAM-EXIT.  EXIT.
