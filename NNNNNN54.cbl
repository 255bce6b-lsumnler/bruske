000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN54.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Payroll check print.  Prints a paper check for every type-1
000700*  and type-9 PRTIMFIL record of the entered employer with net
000800*  pay that is not going out by live direct deposit - TIME-DD-
000900*  FLAG not "Y", or an enrollment still in prenote, which
001000*  NNNNNN18 holds off the ACH file.  Check numbers follow on
001100*  from PRCTL-LAST-CHECK-NUMBER; each number is stamped on the
001200*  PRTIMFIL record as TIME-CHECK-NUMBER with the entered check
001300*  date as TIME-CHECK-DATE, and PRCTL-LAST-CHECK-NUMBER is
001400*  rewritten as each check prints, so a run that dies partway
001500*  never hands the same number out twice.  A record that
001600*  already carries a check number was printed by an earlier
001700*  pass and is skipped.  The stock follows the control record:
001800*  PRCTL-FORM-NUMBER is the form the operator is told to load,
001900*  PRCTL-LASER-FORM-FLAG = "Y" is blank laser stock, on which
002000*  the employer name and address and the check number are
002100*  printed (continuous stock has them preprinted), and
002200*  PRCTL-SUPPRESS-AMT-YN = "Y" leaves the figure amount off the
002300*  check face for stock that runs through the check signer.
002400*  The checks go to their own printer (CHKPRT); the register of
002500*  numbers used and the run totals go to the report printer.
002600*  Jam restart: the operator gives the first check number the
002700*  jam spoiled and the number on the next good form.  Every
002800*  number from the first spoiled up to the restart number goes
002900*  to CHKREG as voided, so the NNNNNN26 reconciliation accounts
003000*  for every form, and every record numbered at or above the
003100*  first spoiled number is printed again from the restart
003200*  number.  A restart answers Y to the already-run prompt.
003300*  Guarded by the RUNCTL run control: held until NNNNNN51 has
003400*  calculated the period.
003410*  Modified 10/15/26 TR - Now held until the NNNNNN56 pre-check
003420*                     edit has run clean, or been released by
003430*                     the operator, for the pay period, instead
003440*                     of going straight from the NNNNNN51
003450*                     calculation.
003500*****************************************************************
003600
003700 AUTHOR. Terry Reinholt
003800
003900 ENVIRONMENT DIVISION.
004000
004100 CONFIGURATION SECTION.
004200
004300 SOURCE-COMPUTER. WANG-2200-VS.
004400 OBJECT-COMPUTER. WANG-2200-VS.
004500
004600     COPY FIGCONS.
004700
004800 INPUT-OUTPUT SECTION.
004900
005000 FILE-CONTROL.
005100
005200     COPY SLPRCNTL.
005300
005400     COPY SLRUNCTL.
005500
005600     COPY SLTMETRX.
005700
005800     COPY SLCHKREG.
005900
006000     COPY SLCHKPRT.
006100
006200     COPY SLEMPMST.
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
007300     COPY FDRUNCTL.
007400
007500     COPY FDTMETRX.
007600
007700     COPY FDCHKREG.
007800
007900     COPY FDCHKPRT.
008000
008100     COPY FDEMPMST.
008200
008300     COPY FDPRINT.
008400
008500/
008600 WORKING-STORAGE SECTION.
008700
008800     COPY WSPRCNTL.
008900
009000     COPY WSRUNCTL.
009100
009200     COPY WSTMETRX.
009300
009400     COPY WSCHKREG.
009500
009600     COPY WSCHKPRT.
009700
009800     COPY WSEMPMST.
009900
010000     COPY WSPRINT.
010100
010200     COPY WSFILEST.
010300
010400 77  CT-RECORDS-READ                  PIC 9(7) COMP VALUE ZERO.
010500 77  CT-CHECKS-PRINTED                PIC 9(7) COMP VALUE ZERO.
010600 77  CT-DIRECT-DEPOSIT                PIC 9(7) COMP VALUE ZERO.
010700 77  CT-ALREADY-PRINTED               PIC 9(7) COMP VALUE ZERO.
010800 77  CT-NO-NET-PAY                    PIC 9(7) COMP VALUE ZERO.
010900 77  CT-CHECKS-VOIDED                 PIC 9(7) COMP VALUE ZERO.
011000 77  CT-RECORDS-REPRINTED             PIC 9(7) COMP VALUE ZERO.
011100 77  CT-CHECK-TOTAL                  PIC S9(8)V99 COMP VALUE ZERO.
011200
011300 77  OK-TO-GO                         PIC X(1) VALUE " ".
011400 77  CKP-CHECK-DATE                   PIC 9(6) VALUE ZERO.
011500 77  CKP-NEXT-CHECK-NO                PIC 9(6) VALUE ZERO.
011600 77  CKP-FIRST-SPOILED                PIC 9(6) VALUE ZERO.
011700 77  CKP-RESTART-NO                   PIC 9(6) VALUE ZERO.
011800 77  CKP-VOID-NO                      PIC 9(6) VALUE ZERO.
011900 77  CKP-EMP-NAME-HOLD                PIC X(28) VALUE SPACES.
012000 77  CKP-TAXES                     PIC S9(6)V99 COMP VALUE ZERO.
012100 77  CKP-DEDUCTIONS                PIC S9(6)V99 COMP VALUE ZERO.
012200 77  CKP-FORM-LINES                   PIC 9(2) COMP VALUE ZERO.
012300*        continuous stock is 22 lines a check; laser stock is one
012400*        check to the 66-line page
012500 77  CKP-LINES-USED                   PIC 9(2) COMP VALUE ZERO.
012600 77  CKP-RESTART-SW                   PIC X(1) VALUE "N".
012700     88  CKP-RESTART                   VALUE "Y".
012800 77  CKP-LASER-SW                     PIC X(1) VALUE "N".
012900     88  CKP-LASER                     VALUE "Y".
013000
013100 01  CT-REPORT-LINE.
013200     05  FILLER                       PIC X(4).
013300     05  CT-RL-LABEL                   PIC X(40).
013400     05  FILLER                       PIC X(4).
013500     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
013600     05  FILLER                       PIC X(69).
013700
013800 01  CHR-REPORT-LINE.
013900     05  CHR-RL-CHECK-NUMBER            PIC 9(6).
014000     05  FILLER                       PIC X(3).
014100     05  CHR-RL-CHECK-DATE              PIC 9(6).
014200     05  FILLER                       PIC X(3).
014300     05  CHR-RL-EMP-NUM                 PIC ZZZ9.
014400     05  FILLER                       PIC X(3).
014500     05  CHR-RL-AMOUNT                  PIC ZZ,ZZ9.99-.
014600     05  FILLER                       PIC X(3).
014700     05  CHR-RL-STATUS                 PIC X(24).
014800     05  FILLER                       PIC X(70).
014900
015000 01  CKS-STUB-LINE-1.
015100     05  FILLER                       PIC X(2).
015200     05  CKS-RL-EMP-NUM                 PIC ZZZ9.
015300     05  FILLER                       PIC X(2).
015400     05  CKS-RL-EMP-NAME                PIC X(28).
015500     05  FILLER                       PIC X(2).
015600     05  CKS-RL-PD-LABEL               PIC X(7).
015700     05  CKS-RL-PERIOD-DATE             PIC 9(6).
015800     05  FILLER                       PIC X(2).
015900     05  CKS-RL-CK-LABEL               PIC X(7).
016000     05  CKS-RL-CHECK-NUMBER            PIC 9(6).
016100     05  FILLER                       PIC X(2).
016200     05  CKS-RL-FORM-LABEL             PIC X(5).
016300     05  CKS-RL-FORM-NO                 PIC 9(3).
016400     05  FILLER                       PIC X(56).
016500
016600 01  CKS-STUB-LINE-2.
016700     05  FILLER                       PIC X(2).
016800     05  CKS-RL-HRS-LABEL              PIC X(7).
016900     05  CKS-RL-REG-HRS                 PIC ZZ9.99-.
017000     05  FILLER                       PIC X(1).
017100     05  CKS-RL-OVT-HRS                 PIC ZZ9.99-.
017200     05  FILLER                       PIC X(2).
017300     05  CKS-RL-GROSS-LABEL            PIC X(6).
017400     05  CKS-RL-GROSS                   PIC ZZ,ZZ9.99-.
017500     05  FILLER                       PIC X(2).
017600     05  CKS-RL-FICA-LABEL             PIC X(5).
017700     05  CKS-RL-FICA                    PIC Z,ZZ9.99-.
017800     05  FILLER                       PIC X(2).
017900     05  CKS-RL-TAX-LABEL              PIC X(6).
018000     05  CKS-RL-TAXES                   PIC Z,ZZ9.99-.
018100     05  FILLER                       PIC X(2).
018200     05  CKS-RL-DED-LABEL              PIC X(5).
018300     05  CKS-RL-DEDUCTIONS              PIC ZZ,ZZ9.99-.
018400     05  FILLER                       PIC X(2).
018500     05  CKS-RL-NET-LABEL              PIC X(4).
018600     05  CKS-RL-NET-PAY                 PIC ZZ,ZZ9.99-.
018700     05  FILLER                       PIC X(24).
018800
018900 01  CKF-FACE-LINE.
019000     05  FILLER                       PIC X(6).
019100     05  CKF-RL-TEXT                    PIC X(28).
019200     05  FILLER                       PIC X(4).
019300     05  CKF-RL-LABEL                   PIC X(20).
019400     05  CKF-RL-VALUE                   PIC X(12).
019500     05  FILLER                       PIC X(62).
019600
019700 01  CKF-AMOUNT-EDIT                  PIC $**,**9.99.
019800
019900/
020000 PROCEDURE DIVISION.
020100
020200 MAIN-LOGIC SECTION.
020300
020400 INITIALIZATION.
020500     OPEN I-O PAYROLL-CONTROL-FILE.
020600     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
020700     ACCEPT PRCTL-EMPLOYER-NO.
020800     READ PAYROLL-CONTROL-FILE
020900         INVALID KEY
021000             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
021100             GO TO DONE.
021200
021300     DISPLAY "ENTER PAY PERIOD DATE (MMDDYY)".
021400     ACCEPT RNC-CHECK-PERIOD-DATE.
021500     PERFORM OPEN-RUN-CONTROL THRU
021600             OPEN-RUN-CONTROL-EXIT.
021700     MOVE "NNNNNN54" TO RNC-CHECK-PGM-NAME.
021800     MOVE "NNNNNN56" TO RNC-PREREQ-PGM-NAME.
021900     PERFORM CHECK-RUN-CONTROL THRU
022000             CHECK-RUN-CONTROL-EXIT.
022100     IF RNC-RUN-REFUSED
022200         DISPLAY "RUN CANCELLED BY RUN CONTROL"
022300         GO TO DONE.
022400
022500     DISPLAY "ENTER CHECK DATE (MMDDYY)".
022600     ACCEPT CKP-CHECK-DATE.
022700
022800     DISPLAY "RESTARTING AFTER A PRINTER JAM? (Y/N)".
022900     ACCEPT OK-TO-GO.
023000     IF OK-TO-GO = "Y" OR OK-TO-GO = "y"
023100         PERFORM GET-RESTART-NUMBERS THRU
023200                 GET-RESTART-NUMBERS-EXIT.
023300
023400     IF PRCTL-LASER-FORM-FLAG = "Y"
023500         MOVE "Y" TO CKP-LASER-SW
023600         MOVE 66 TO CKP-FORM-LINES
023700         DISPLAY "LOAD LASER CHECK STOCK, FORM "
023800             PRCTL-FORM-NUMBER
023900     ELSE
024000         MOVE 22 TO CKP-FORM-LINES
024100         DISPLAY "LOAD CONTINUOUS CHECK STOCK, FORM "
024200             PRCTL-FORM-NUMBER.
024300     DISPLAY "PRINT CHECKS NOW? (Y/N)".
024400     ACCEPT OK-TO-GO.
024500     IF OK-TO-GO NOT = "Y" AND NOT = "y"
024600         DISPLAY "RUN CANCELLED"
024700         GO TO DONE.
024800
024900     OPEN I-O PAY-TIME-TRX-FILE.
025000     OPEN I-O CHECK-REGISTER-FILE.
025100     IF CHK-FILE-STATUS = "35"
025200         OPEN OUTPUT CHECK-REGISTER-FILE
025300         CLOSE CHECK-REGISTER-FILE
025400         OPEN I-O CHECK-REGISTER-FILE.
025500     OPEN INPUT EMPLOYEE-MASTER-FILE.
025600     OPEN OUTPUT CHECK-PRINT-FILE.
025700     OPEN OUTPUT PRINT-FILE.
025800
025900     PERFORM HEADING-ROUTINE THRU
026000             HEADING-ROUTINE-EXIT.
026100
026200     MOVE PRCTL-LAST-CHECK-NUMBER TO CKP-NEXT-CHECK-NO.
026300     IF CKP-RESTART
026400         PERFORM VOID-SPOILED-CHECKS THRU
026500                 VOID-SPOILED-CHECKS-EXIT.
026600
026700     PERFORM PROCESS-INPUT THRU
026800             PROCESS-INPUT-EXIT
026900         UNTIL PTT-FILE-STATUS = AT-END.
027000
027100     PERFORM CLOSE-DOWN THRU
027200             CLOSING-PROCEDURE-EXIT.
027300
027400     GO TO DONE.
027500
027600 GET-RESTART-NUMBERS.
027700     DISPLAY "ENTER FIRST CHECK NUMBER SPOILED IN THE JAM".
027800     ACCEPT CKP-FIRST-SPOILED.
027900     DISPLAY "ENTER CHECK NUMBER ON THE NEXT GOOD FORM".
028000     ACCEPT CKP-RESTART-NO.
028100     IF CKP-FIRST-SPOILED = ZERO OR
028200        CKP-RESTART-NO < CKP-FIRST-SPOILED
028300         DISPLAY "RESTART NUMBER MAY NOT BE BELOW FIRST SPOILED"
028400         DISPLAY "RUN CANCELLED"
028500         GO TO DONE.
028600     MOVE "Y" TO CKP-RESTART-SW.
028700 GET-RESTART-NUMBERS-EXIT.  EXIT.
028800
028900 HEADING-ROUTINE.
029000     MOVE SPACES TO PRINT-RECORD.
029100     MOVE "PAYROLL CHECK PRINT REGISTER" TO PRINT-RECORD.
029200     WRITE PRINT-RECORD.
029300     MOVE SPACES TO PRINT-RECORD.
029400     MOVE "CHECK#    DATE      EMP     AMOUNT" TO PRINT-RECORD.
029500     WRITE PRINT-RECORD.
029600     MOVE SPACES TO PRINT-RECORD.
029700     WRITE PRINT-RECORD.
029800 HEADING-ROUTINE-EXIT.  EXIT.
029900
030000 CLOSING-PROCEDURE SECTION.
030100
030200 CLOSE-DOWN.
030300     MOVE SPACES TO PRINT-RECORD.
030400     WRITE PRINT-RECORD.
030500     MOVE "PRTIMFIL RECORDS READ" TO CT-RL-LABEL.
030600     MOVE CT-RECORDS-READ TO CT-RL-VALUE.
030700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030800     MOVE "CHECKS PRINTED" TO CT-RL-LABEL.
030900     MOVE CT-CHECKS-PRINTED TO CT-RL-VALUE.
031000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031100     MOVE "TOTAL OF CHECKS PRINTED" TO CT-RL-LABEL.
031200     MOVE CT-CHECK-TOTAL TO CT-RL-VALUE.
031300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031400     MOVE "LIVE DIRECT DEPOSIT - NO CHECK" TO CT-RL-LABEL.
031500     MOVE CT-DIRECT-DEPOSIT TO CT-RL-VALUE.
031600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031700     MOVE "NO NET PAY - NO CHECK" TO CT-RL-LABEL.
031800     MOVE CT-NO-NET-PAY TO CT-RL-VALUE.
031900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
032000     MOVE "ALREADY PRINTED - SKIPPED" TO CT-RL-LABEL.
032100     MOVE CT-ALREADY-PRINTED TO CT-RL-VALUE.
032200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
032300     MOVE "SPOILED NUMBERS VOIDED ON CHKREG" TO CT-RL-LABEL.
032400     MOVE CT-CHECKS-VOIDED TO CT-RL-VALUE.
032500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
032600     MOVE "RECORDS RENUMBERED FOR REPRINT" TO CT-RL-LABEL.
032700     MOVE CT-RECORDS-REPRINTED TO CT-RL-VALUE.
032800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
032900     MOVE "LAST CHECK NUMBER USED" TO CT-RL-LABEL.
033000     MOVE PRCTL-LAST-CHECK-NUMBER TO CT-RL-VALUE.
033100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
033200
033300     PERFORM STAMP-RUN-COMPLETE THRU
033400             STAMP-RUN-COMPLETE-EXIT.
033500
033600     CLOSE PAYROLL-CONTROL-FILE
033700           PAY-TIME-TRX-FILE
033800           CHECK-REGISTER-FILE
033900           EMPLOYEE-MASTER-FILE
034000           CHECK-PRINT-FILE
034100           PRINT-FILE
034200           RUN-CONTROL-FILE.
034300 CLOSING-PROCEDURE-EXIT.  EXIT.
034400
034500/
034600 PROCESS SECTION.
034700
034800 VOID-SPOILED-CHECKS.
034900*    Every form from the first spoiled number up to the restart
035000*    number is gone, whether or not a check had been printed on
035100*    it yet, so each goes to the register as voided.  Numbering
035200*    then resumes at the restart number, and the control record
035300*    never points back inside the voided range.
035400     MOVE CKP-FIRST-SPOILED TO CKP-VOID-NO.
035500     PERFORM VOID-ONE-SPOILED THRU
035600             VOID-ONE-SPOILED-EXIT
035700         UNTIL CKP-VOID-NO NOT < CKP-RESTART-NO.
035800
035900     COMPUTE CKP-NEXT-CHECK-NO = CKP-RESTART-NO - 1.
036000     IF CKP-NEXT-CHECK-NO > PRCTL-LAST-CHECK-NUMBER
036100         MOVE CKP-NEXT-CHECK-NO TO PRCTL-LAST-CHECK-NUMBER
036200         REWRITE PAYROLL-CONTROL-RECORD.
036300 VOID-SPOILED-CHECKS-EXIT.  EXIT.
036400
036500 VOID-ONE-SPOILED.
036600     MOVE PRCTL-EMPLOYER-NO TO CHK-EMPLOYER-NO.
036700     MOVE CKP-VOID-NO TO CHK-CHECK-NUMBER.
036800     READ CHECK-REGISTER-FILE.
036900     IF CHK-FILE-STATUS = SUCCESSFUL-STATUS
037000         MOVE "V" TO CHK-STATUS
037100         MOVE CKP-CHECK-DATE TO CHK-DISPOSITION-DATE
037200         REWRITE CHECK-REGISTER-RECORD
037300     ELSE
037400         MOVE PRCTL-EMPLOYER-NO TO CHK-EMPLOYER-NO
037500         MOVE CKP-VOID-NO TO CHK-CHECK-NUMBER
037600         MOVE CKP-CHECK-DATE TO CHK-CHECK-DATE
037700         MOVE ZERO TO CHK-EMP-NUM
037800         MOVE ZERO TO CHK-NET-PAY
037900         MOVE "V" TO CHK-STATUS
038000         MOVE ZERO TO CHK-PAID-DATE
038100         MOVE ZERO TO CHK-PAID-AMOUNT
038200         MOVE ZERO TO CHK-REPLACED-BY-CHECK-NO
038300         MOVE CKP-CHECK-DATE TO CHK-DISPOSITION-DATE
038400         WRITE CHECK-REGISTER-RECORD.
038500     ADD 1 TO CT-CHECKS-VOIDED.
038600
038700     MOVE SPACES TO CHR-REPORT-LINE.
038800     MOVE CKP-VOID-NO TO CHR-RL-CHECK-NUMBER.
038900     MOVE CKP-CHECK-DATE TO CHR-RL-CHECK-DATE.
039000     MOVE "VOIDED - SPOILED IN JAM" TO CHR-RL-STATUS.
039100     WRITE PRINT-RECORD FROM CHR-REPORT-LINE.
039200     ADD 1 TO CKP-VOID-NO.
039300 VOID-ONE-SPOILED-EXIT.  EXIT.
039400
039500 PROCESS-INPUT.
039600
039700     READ PAY-TIME-TRX-FILE NEXT.
039800     IF PTT-FILE-STATUS = AT-END
039900         GO TO PROCESS-INPUT-EXIT.
040000
040100*    Skip records stamped for a different employer - this run
040200*    only prints the employer entered at start-up.
040300     IF TIME-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
040400         GO TO PROCESS-INPUT-EXIT.
040500
040600     ADD 1 TO CT-RECORDS-READ.
040700
040800     IF TIME-RECORD-TYPE NOT = 1 AND NOT = 9
040900         GO TO PROCESS-INPUT-EXIT.
041000
041100*    A live enrollment is paid on the NNNNNN18 ACH file; one
041200*    still in prenote was held off it and is paid by check.
041300     IF TIME-DD-FLAG = "Y" AND TIME-DD-PRENOTE-LIVE
041400         ADD 1 TO CT-DIRECT-DEPOSIT
041500         GO TO PROCESS-INPUT-EXIT.
041600
041700     IF CKP-RESTART AND
041800        TIME-CHECK-NUMBER NOT < CKP-FIRST-SPOILED
041900         PERFORM RELEASE-SPOILED-CHECK THRU
042000                 RELEASE-SPOILED-CHECK-EXIT.
042100
042200     IF TIME-CHECK-NUMBER NOT = ZERO
042300         ADD 1 TO CT-ALREADY-PRINTED
042400         GO TO PROCESS-INPUT-EXIT.
042500
042600     IF TIME-NET-PAY NOT > ZERO
042700         ADD 1 TO CT-NO-NET-PAY
042800         GO TO PROCESS-INPUT-EXIT.
042900
043000     PERFORM PRINT-ONE-CHECK THRU
043100             PRINT-ONE-CHECK-EXIT.
043200 PROCESS-INPUT-EXIT.  EXIT.
043300
043400 RELEASE-SPOILED-CHECK.
043500*    The check this record carried was spoiled (or never came
043600*    out of the printer), so the record goes back to unprinted.
043700*    When its number is one of the voided forms, the void on the
043800*    register is filled in with whose check it was.
043900     IF TIME-CHECK-NUMBER < CKP-RESTART-NO
044000         MOVE PRCTL-EMPLOYER-NO TO CHK-EMPLOYER-NO
044100         MOVE TIME-CHECK-NUMBER TO CHK-CHECK-NUMBER
044200         READ CHECK-REGISTER-FILE
044300         IF CHK-FILE-STATUS = SUCCESSFUL-STATUS
044400             MOVE TIME-EMP-NUMBER TO CHK-EMP-NUM
044500             MOVE TIME-NET-PAY TO CHK-NET-PAY
044600             REWRITE CHECK-REGISTER-RECORD.
044700
044800     MOVE ZERO TO TIME-CHECK-NUMBER.
044900     MOVE ZERO TO TIME-CHECK-DATE.
045000     REWRITE PAY-TIME-TRX-RECORD.
045100     ADD 1 TO CT-RECORDS-REPRINTED.
045200 RELEASE-SPOILED-CHECK-EXIT.  EXIT.
045300
045400 PRINT-ONE-CHECK.
045500*    The number is stamped on the record and the control record
045600*    before the check prints, so a failure mid-check leaves that
045700*    number accounted for as spoiled rather than reusable.
045800     ADD 1 TO CKP-NEXT-CHECK-NO.
045900     MOVE CKP-NEXT-CHECK-NO TO TIME-CHECK-NUMBER.
046000     MOVE CKP-CHECK-DATE TO TIME-CHECK-DATE.
046100     REWRITE PAY-TIME-TRX-RECORD.
046200     MOVE CKP-NEXT-CHECK-NO TO PRCTL-LAST-CHECK-NUMBER.
046300     REWRITE PAYROLL-CONTROL-RECORD.
046400
046500     ADD 1 TO CT-CHECKS-PRINTED.
046600     ADD TIME-NET-PAY TO CT-CHECK-TOTAL.
046700
046800     PERFORM GET-EMPLOYEE-NAME THRU
046900             GET-EMPLOYEE-NAME-EXIT.
047000     MOVE ZERO TO CKP-LINES-USED.
047100     PERFORM PRINT-CHECK-STUB THRU
047200             PRINT-CHECK-STUB-EXIT.
047300     PERFORM PRINT-CHECK-FACE THRU
047400             PRINT-CHECK-FACE-EXIT.
047500     PERFORM PAD-ONE-FORM-LINE THRU
047600             PAD-ONE-FORM-LINE-EXIT
047700         UNTIL CKP-LINES-USED NOT < CKP-FORM-LINES.
047800
047900     MOVE SPACES TO CHR-REPORT-LINE.
048000     MOVE TIME-CHECK-NUMBER TO CHR-RL-CHECK-NUMBER.
048100     MOVE TIME-CHECK-DATE TO CHR-RL-CHECK-DATE.
048200     MOVE TIME-EMP-NUMBER TO CHR-RL-EMP-NUM.
048300     MOVE TIME-NET-PAY TO CHR-RL-AMOUNT.
048400     MOVE "PRINTED" TO CHR-RL-STATUS.
048500     WRITE PRINT-RECORD FROM CHR-REPORT-LINE.
048600 PRINT-ONE-CHECK-EXIT.  EXIT.
048700
048800 GET-EMPLOYEE-NAME.
048900*    The master is the authority for the payee name; the
049000*    PRTIMFIL record is the fallback for anyone not on it yet.
049100     MOVE TIME-EMP-NAME TO CKP-EMP-NAME-HOLD.
049200     MOVE PRCTL-EMPLOYER-NO TO EM-EMPLOYER-NO.
049300     MOVE TIME-EMP-NUMBER TO EM-EMP-NUM.
049400     READ EMPLOYEE-MASTER-FILE.
049500     IF EM-FILE-STATUS = SUCCESSFUL-STATUS AND
049600        EM-EMP-NAME NOT = SPACES
049700         MOVE EM-EMP-NAME TO CKP-EMP-NAME-HOLD.
049800 GET-EMPLOYEE-NAME-EXIT.  EXIT.
049900
050000 PRINT-CHECK-STUB.
050100     COMPUTE CKP-TAXES =
050200         TIME-FWT + TIME-SWT + TIME-OST + TIME-CWT.
050300     COMPUTE CKP-DEDUCTIONS =
050400         TIME-GROSS-PAY - TIME-FICA - CKP-TAXES - TIME-NET-PAY.
050500
050600     MOVE SPACES TO CKS-STUB-LINE-1.
050700     MOVE TIME-EMP-NUMBER TO CKS-RL-EMP-NUM.
050800     MOVE CKP-EMP-NAME-HOLD TO CKS-RL-EMP-NAME.
050900     MOVE "PERIOD " TO CKS-RL-PD-LABEL.
051000     MOVE TIME-PAY-PERIOD-DATE TO CKS-RL-PERIOD-DATE.
051100     MOVE "CHECK  " TO CKS-RL-CK-LABEL.
051200     MOVE TIME-CHECK-NUMBER TO CKS-RL-CHECK-NUMBER.
051300     MOVE "FORM " TO CKS-RL-FORM-LABEL.
051400     MOVE PRCTL-FORM-NUMBER TO CKS-RL-FORM-NO.
051500     WRITE CHECK-PRINT-RECORD FROM CKS-STUB-LINE-1.
051600
051700     MOVE SPACES TO CKS-STUB-LINE-2.
051800     MOVE "REG/OT " TO CKS-RL-HRS-LABEL.
051900     MOVE TIME-REGULAR-HOURS TO CKS-RL-REG-HRS.
052000     MOVE TIME-OVERTIME-HOURS TO CKS-RL-OVT-HRS.
052100     MOVE "GROSS " TO CKS-RL-GROSS-LABEL.
052200     MOVE TIME-GROSS-PAY TO CKS-RL-GROSS.
052300     MOVE "FICA " TO CKS-RL-FICA-LABEL.
052400     MOVE TIME-FICA TO CKS-RL-FICA.
052500     MOVE "TAXES " TO CKS-RL-TAX-LABEL.
052600     MOVE CKP-TAXES TO CKS-RL-TAXES.
052700     MOVE "DEDS " TO CKS-RL-DED-LABEL.
052800     MOVE CKP-DEDUCTIONS TO CKS-RL-DEDUCTIONS.
052900     MOVE "NET " TO CKS-RL-NET-LABEL.
053000     MOVE TIME-NET-PAY TO CKS-RL-NET-PAY.
053100     WRITE CHECK-PRINT-RECORD FROM CKS-STUB-LINE-2.
053200
053300     MOVE SPACES TO CHECK-PRINT-RECORD.
053400     WRITE CHECK-PRINT-RECORD.
053500     WRITE CHECK-PRINT-RECORD.
053600     ADD 4 TO CKP-LINES-USED.
053700 PRINT-CHECK-STUB-EXIT.  EXIT.
053800
053900 PRINT-CHECK-FACE.
054000*    Continuous stock carries the employer block and the check
054100*    number preprinted, so those lines go out blank to keep the
054200*    face in register; blank laser stock gets them printed.
054300     MOVE SPACES TO CKF-FACE-LINE.
054400     IF CKP-LASER
054500         MOVE PRCTL-EMPLOYER-NAME TO CKF-RL-TEXT
054600         MOVE "CHECK NO" TO CKF-RL-LABEL
054700         MOVE TIME-CHECK-NUMBER TO CKF-RL-VALUE.
054800     WRITE CHECK-PRINT-RECORD FROM CKF-FACE-LINE.
054900     MOVE SPACES TO CKF-FACE-LINE.
055000     IF CKP-LASER
055100         MOVE PRCTL-ADDRESS-1 TO CKF-RL-TEXT.
055200     WRITE CHECK-PRINT-RECORD FROM CKF-FACE-LINE.
055300     MOVE SPACES TO CKF-FACE-LINE.
055400     IF CKP-LASER
055500         MOVE PRCTL-ADDRESS-2 TO CKF-RL-TEXT.
055600     WRITE CHECK-PRINT-RECORD FROM CKF-FACE-LINE.
055700     MOVE SPACES TO CKF-FACE-LINE.
055800     IF CKP-LASER
055900         MOVE PRCTL-ADDRESS-3 TO CKF-RL-TEXT.
056000     WRITE CHECK-PRINT-RECORD FROM CKF-FACE-LINE.
056100
056200     MOVE SPACES TO CKF-FACE-LINE.
056300     MOVE "DATE" TO CKF-RL-LABEL.
056400     MOVE CKP-CHECK-DATE TO CKF-RL-VALUE.
056500     WRITE CHECK-PRINT-RECORD FROM CKF-FACE-LINE.
056600
056700*    With PRCTL-SUPPRESS-AMT-YN set the check signer imprints
056800*    the amount, so the figure is left off the face.
056900     MOVE SPACES TO CKF-FACE-LINE.
057000     MOVE "PAY TO THE ORDER OF" TO CKF-RL-TEXT.
057100     IF PRCTL-SUPPRESS-AMT-YN NOT = "Y"
057200         MOVE "AMOUNT" TO CKF-RL-LABEL
057300         MOVE TIME-NET-PAY TO CKF-AMOUNT-EDIT
057400         MOVE CKF-AMOUNT-EDIT TO CKF-RL-VALUE.
057500     WRITE CHECK-PRINT-RECORD FROM CKF-FACE-LINE.
057600     MOVE SPACES TO CKF-FACE-LINE.
057700     MOVE CKP-EMP-NAME-HOLD TO CKF-RL-TEXT.
057800     WRITE CHECK-PRINT-RECORD FROM CKF-FACE-LINE.
057900     ADD 7 TO CKP-LINES-USED.
058000 PRINT-CHECK-FACE-EXIT.  EXIT.
058100
058200 PAD-ONE-FORM-LINE.
058300     MOVE SPACES TO CHECK-PRINT-RECORD.
058400     WRITE CHECK-PRINT-RECORD.
058500     ADD 1 TO CKP-LINES-USED.
058600 PAD-ONE-FORM-LINE-EXIT.  EXIT.
058700
058800     COPY DSRUNCTL.
058900
059000 END-OF-PROGRAM SECTION.
059100
059200 DONE.
059300     STOP RUN.
059400
059500 END-OF-PROGRAM-EXIT.  EXIT.
