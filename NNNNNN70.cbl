000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN70.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Holiday calendar maintenance.  Applies HOLCALTX transactions
000700*  against the HOLCAL holiday calendar - HCT-ACTION-ADD sets up
000800*  a paid holiday for the employer, HCT-ACTION-CHANGE replaces
000900*  whichever data fields the transaction carries (blank/zero
001000*  fields leave the calendar alone), HCT-ACTION-DELETE removes
001100*  a holiday.  A holiday can go the way a class mapping can -
001200*  the holiday TIMEDT records NNNNNN71 already wrote stand on
001300*  their own and are voided through NNNNNN10 like any others.
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
003100     COPY SLHOLCTX.
003200
003300     COPY SLHOLCAL.
003400
003500     COPY SLPRINT.
003600
003700/
003800 DATA DIVISION.
003900
004000 FILE SECTION.
004100
004200     COPY FDHOLCTX.
004300
004400     COPY FDHOLCAL.
004500
004600     COPY FDPRINT.
004700
004800/
004900 WORKING-STORAGE SECTION.
005000
005100     COPY WSHOLCTX.
005200
005300     COPY WSHOLCAL.
005400
005500     COPY WSPRINT.
005600
005700     COPY WSFILEST.
005800
005900 77  CT-TRANS-READ                    PIC 9(7) COMP VALUE ZERO.
006000 77  CT-HOLIDAYS-ADDED                PIC 9(7) COMP VALUE ZERO.
006100 77  CT-HOLIDAYS-CHANGED              PIC 9(7) COMP VALUE ZERO.
006200 77  CT-HOLIDAYS-DELETED              PIC 9(7) COMP VALUE ZERO.
006300 77  CT-TRANS-REJECTED                PIC 9(7) COMP VALUE ZERO.
006400
006500 77  HCT-MSG-TEXT                     PIC X(40) VALUE SPACES.
006600
006700 77  HCM-MONTH-LAST                   PIC 9(2) VALUE ZERO.
006800 77  HCM-LEAP-QUOT                    PIC 9(4) COMP VALUE ZERO.
006900 77  HCM-LEAP-REM                     PIC 9(4) COMP VALUE ZERO.
007000
007100 01  HCM-MONTH-DAYS-VALUES            PIC X(24) VALUE
007200         "312831303130313130313031".
007300 01  FILLER REDEFINES HCM-MONTH-DAYS-VALUES.
007400     05  HCM-MONTH-DAYS               PIC 9(2) OCCURS 12 TIMES.
007500
007600 01  CT-REPORT-LINE.
007700     05  FILLER                       PIC X(4).
007800     05  CT-RL-LABEL                   PIC X(40).
007900     05  FILLER                       PIC X(4).
008000     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
008100     05  FILLER                       PIC X(73).
008200
008300 01  HCM-REPORT-LINE.
008400     05  HCM-RL-EMPLOYER-NO             PIC 9(2).
008500     05  FILLER                       PIC X(2).
008600     05  HCM-RL-HOLIDAY-CYMD            PIC 9(8).
008700     05  FILLER                       PIC X(2).
008800     05  HCM-RL-DESCRIPTION             PIC X(25).
008900     05  FILLER                       PIC X(2).
009000     05  HCM-RL-HOURS                   PIC Z9.99.
009100     05  FILLER                       PIC X(4).
009200     05  HCM-RL-MESSAGE                 PIC X(40).
009300     05  FILLER                       PIC X(42).
009400
009500/
009600 PROCEDURE DIVISION.
009700
009800 MAIN-LOGIC SECTION.
009900
010000 INITIALIZATION.
010100     OPEN INPUT HOLIDAY-CAL-TRANS-FILE.
010200     OPEN I-O HOLIDAY-CALENDAR-FILE.
010300     IF HCL-FILE-STATUS = "35"
010400         OPEN OUTPUT HOLIDAY-CALENDAR-FILE
010500         CLOSE HOLIDAY-CALENDAR-FILE
010600         OPEN I-O HOLIDAY-CALENDAR-FILE.
010700     OPEN OUTPUT PRINT-FILE.
010800
010900     PERFORM HEADING-ROUTINE THRU
011000             HEADING-ROUTINE-EXIT.
011100
011200     PERFORM PROCESS-INPUT THRU
011300             PROCESS-INPUT-EXIT
011400         UNTIL HCT-FILE-STATUS = AT-END.
011500
011600     PERFORM CLOSE-DOWN THRU
011700             CLOSING-PROCEDURE-EXIT.
011800
011900     GO TO DONE.
012000
012100 HEADING-ROUTINE.
012200     MOVE SPACES TO PRINT-RECORD.
012300     MOVE "HOLIDAY CALENDAR MAINTENANCE" TO PRINT-RECORD.
012400     WRITE PRINT-RECORD.
012500     MOVE SPACES TO PRINT-RECORD.
012600     MOVE "ER  HOLIDAY   DESCRIPTION                  HOURS"
012700         TO PRINT-RECORD.
012800     WRITE PRINT-RECORD.
012900     MOVE SPACES TO PRINT-RECORD.
013000     WRITE PRINT-RECORD.
013100 HEADING-ROUTINE-EXIT.  EXIT.
013200
013300 CLOSING-PROCEDURE SECTION.
013400
013500 CLOSE-DOWN.
013600     MOVE SPACES TO PRINT-RECORD.
013700     WRITE PRINT-RECORD.
013800     MOVE "TRANSACTIONS READ" TO CT-RL-LABEL.
013900     MOVE CT-TRANS-READ TO CT-RL-VALUE.
014000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
014100     MOVE "HOLIDAYS ADDED" TO CT-RL-LABEL.
014200     MOVE CT-HOLIDAYS-ADDED TO CT-RL-VALUE.
014300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
014400     MOVE "HOLIDAYS CHANGED" TO CT-RL-LABEL.
014500     MOVE CT-HOLIDAYS-CHANGED TO CT-RL-VALUE.
014600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
014700     MOVE "HOLIDAYS DELETED" TO CT-RL-LABEL.
014800     MOVE CT-HOLIDAYS-DELETED TO CT-RL-VALUE.
014900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
015000     MOVE "TRANSACTIONS REJECTED" TO CT-RL-LABEL.
015100     MOVE CT-TRANS-REJECTED TO CT-RL-VALUE.
015200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
015300
015400     CLOSE HOLIDAY-CAL-TRANS-FILE
015500           HOLIDAY-CALENDAR-FILE
015600           PRINT-FILE.
015700 CLOSING-PROCEDURE-EXIT.  EXIT.
015800
015900/
016000 PROCESS SECTION.
016100
016200 PROCESS-INPUT.
016300
016400     READ HOLIDAY-CAL-TRANS-FILE NEXT.
016500     IF HCT-FILE-STATUS = AT-END
016600         GO TO PROCESS-INPUT-EXIT.
016700
016800     ADD 1 TO CT-TRANS-READ.
016900     MOVE HCT-EMPLOYER-NO TO HCL-EMPLOYER-NO.
017000     MOVE HCT-HOLIDAY-CYMD TO HCL-HOLIDAY-CYMD.
017100
017200     IF HCT-ACTION-ADD
017300         PERFORM ADD-HOLIDAY THRU
017400                 ADD-HOLIDAY-EXIT
017500     ELSE
017600         IF HCT-ACTION-CHANGE
017700             PERFORM CHANGE-HOLIDAY THRU
017800                     CHANGE-HOLIDAY-EXIT
017900         ELSE
018000             IF HCT-ACTION-DELETE
018100                 PERFORM DELETE-HOLIDAY THRU
018200                         DELETE-HOLIDAY-EXIT
018300             ELSE
018400                 MOVE "INVALID ACTION CODE - REJECTED" TO
018500                     HCT-MSG-TEXT
018600                 PERFORM REJECTED-REPORT THRU
018700                         REJECTED-REPORT-EXIT.
018800 PROCESS-INPUT-EXIT.  EXIT.
018900
019000 ADD-HOLIDAY.
019100     READ HOLIDAY-CALENDAR-FILE.
019200     IF HCL-FILE-STATUS = SUCCESSFUL-STATUS
019300         MOVE "HOLIDAY ALREADY ON FILE - REJECTED" TO HCT-MSG-TEXT
019400         PERFORM REJECTED-REPORT THRU
019500                 REJECTED-REPORT-EXIT
019600         GO TO ADD-HOLIDAY-EXIT.
019700
019800     PERFORM CHECK-HOLIDAY-DATE THRU
019900             CHECK-HOLIDAY-DATE-EXIT.
020000     IF HCT-MSG-TEXT NOT = SPACES
020100         PERFORM REJECTED-REPORT THRU
020200                 REJECTED-REPORT-EXIT
020300         GO TO ADD-HOLIDAY-EXIT.
020400
020500     IF HCT-DESCRIPTION = SPACES
020600         MOVE "NO DESCRIPTION GIVEN - REJECTED" TO HCT-MSG-TEXT
020700         PERFORM REJECTED-REPORT THRU
020800                 REJECTED-REPORT-EXIT
020900         GO TO ADD-HOLIDAY-EXIT.
021000
021100     IF HCT-HOURS-PAID NOT NUMERIC OR
021200        HCT-HOURS-PAID = ZERO OR
021300        HCT-HOURS-PAID > 24
021400         MOVE "HOURS PAID NOT 0.01 - 24.00 - REJECTED" TO
021500             HCT-MSG-TEXT
021600         PERFORM REJECTED-REPORT THRU
021700                 REJECTED-REPORT-EXIT
021800         GO TO ADD-HOLIDAY-EXIT.
021900
022000     MOVE HCT-EMPLOYER-NO TO HCL-EMPLOYER-NO.
022100     MOVE HCT-HOLIDAY-CYMD TO HCL-HOLIDAY-CYMD.
022200     MOVE HCT-DESCRIPTION TO HCL-DESCRIPTION.
022300     MOVE HCT-HOURS-PAID TO HCL-HOURS-PAID.
022400     MOVE HCT-TRANS-DATE TO HCL-LAST-CHANGE-DATE.
022500     MOVE HCT-USER-ID TO HCL-USER-ID.
022600     WRITE HOLIDAY-CALENDAR-RECORD.
022700     ADD 1 TO CT-HOLIDAYS-ADDED.
022800
022900     MOVE "HOLIDAY ADDED" TO HCT-MSG-TEXT.
023000     PERFORM TRANSACTION-REPORT THRU
023100             TRANSACTION-REPORT-EXIT.
023200 ADD-HOLIDAY-EXIT.  EXIT.
023300
023400 CHECK-HOLIDAY-DATE.
023500*    A holiday keyed on a date that cannot happen would never
023600*    match a day worked, so it is refused at the door.
023700     MOVE SPACES TO HCT-MSG-TEXT.
023800     IF HCT-HOLIDAY-CYMD NOT NUMERIC OR
023900        HCT-HOLIDAY-CCYY < 1900 OR
024000        HCT-HOLIDAY-MM < 1 OR HCT-HOLIDAY-MM > 12 OR
024100        HCT-HOLIDAY-DD < 1
024200         MOVE "HOLIDAY DATE NOT VALID - REJECTED" TO HCT-MSG-TEXT
024300         GO TO CHECK-HOLIDAY-DATE-EXIT.
024400
024500     MOVE HCM-MONTH-DAYS (HCT-HOLIDAY-MM) TO HCM-MONTH-LAST.
024600     DIVIDE HCT-HOLIDAY-CCYY BY 4 GIVING HCM-LEAP-QUOT
024700         REMAINDER HCM-LEAP-REM.
024800     IF HCT-HOLIDAY-MM = 2 AND HCM-LEAP-REM = ZERO
024900         MOVE 29 TO HCM-MONTH-LAST.
025000     IF HCT-HOLIDAY-DD > HCM-MONTH-LAST
025100         MOVE "HOLIDAY DATE NOT VALID - REJECTED" TO HCT-MSG-TEXT.
025200 CHECK-HOLIDAY-DATE-EXIT.  EXIT.
025300
025400 CHANGE-HOLIDAY.
025500     READ HOLIDAY-CALENDAR-FILE
025600         INVALID KEY
025700             MOVE "HOLIDAY NOT ON FILE - REJECTED" TO HCT-MSG-TEXT
025800             PERFORM REJECTED-REPORT THRU
025900                     REJECTED-REPORT-EXIT
026000             GO TO CHANGE-HOLIDAY-EXIT.
026100
026200     IF HCT-HOURS-PAID NOT NUMERIC OR
026300        HCT-HOURS-PAID > 24
026400         MOVE "HOURS PAID NOT 0.01 - 24.00 - REJECTED" TO
026500             HCT-MSG-TEXT
026600         PERFORM REJECTED-REPORT THRU
026700                 REJECTED-REPORT-EXIT
026800         GO TO CHANGE-HOLIDAY-EXIT.
026900
027000*    Only the fields the transaction actually carries replace
027100*    what is on the calendar - a blank or zero field means
027200*    "leave that field alone".
027300     IF HCT-DESCRIPTION NOT = SPACES
027400         MOVE HCT-DESCRIPTION TO HCL-DESCRIPTION.
027500     IF HCT-HOURS-PAID NOT = ZERO
027600         MOVE HCT-HOURS-PAID TO HCL-HOURS-PAID.
027700     MOVE HCT-TRANS-DATE TO HCL-LAST-CHANGE-DATE.
027800     MOVE HCT-USER-ID TO HCL-USER-ID.
027900     REWRITE HOLIDAY-CALENDAR-RECORD.
028000     ADD 1 TO CT-HOLIDAYS-CHANGED.
028100
028200     MOVE "HOLIDAY CHANGED" TO HCT-MSG-TEXT.
028300     PERFORM TRANSACTION-REPORT THRU
028400             TRANSACTION-REPORT-EXIT.
028500 CHANGE-HOLIDAY-EXIT.  EXIT.
028600
028700 DELETE-HOLIDAY.
028800     READ HOLIDAY-CALENDAR-FILE
028900         INVALID KEY
029000             MOVE "HOLIDAY NOT ON FILE - REJECTED" TO HCT-MSG-TEXT
029100             PERFORM REJECTED-REPORT THRU
029200                     REJECTED-REPORT-EXIT
029300             GO TO DELETE-HOLIDAY-EXIT.
029400
029500     DELETE HOLIDAY-CALENDAR-FILE RECORD.
029600     ADD 1 TO CT-HOLIDAYS-DELETED.
029700
029800     MOVE "HOLIDAY DELETED" TO HCT-MSG-TEXT.
029900     PERFORM TRANSACTION-REPORT THRU
030000             TRANSACTION-REPORT-EXIT.
030100 DELETE-HOLIDAY-EXIT.  EXIT.
030200
030300 TRANSACTION-REPORT.
030400     MOVE SPACES TO HCM-REPORT-LINE.
030500     MOVE HCL-EMPLOYER-NO TO HCM-RL-EMPLOYER-NO.
030600     MOVE HCL-HOLIDAY-CYMD TO HCM-RL-HOLIDAY-CYMD.
030700     MOVE HCL-DESCRIPTION TO HCM-RL-DESCRIPTION.
030800     MOVE HCL-HOURS-PAID TO HCM-RL-HOURS.
030900     MOVE HCT-MSG-TEXT TO HCM-RL-MESSAGE.
031000     WRITE PRINT-RECORD FROM HCM-REPORT-LINE.
031100 TRANSACTION-REPORT-EXIT.  EXIT.
031200
031300 REJECTED-REPORT.
031400     MOVE SPACES TO HCM-REPORT-LINE.
031500     MOVE HCT-EMPLOYER-NO TO HCM-RL-EMPLOYER-NO.
031600     MOVE HCT-HOLIDAY-CYMD TO HCM-RL-HOLIDAY-CYMD.
031700     MOVE HCT-DESCRIPTION TO HCM-RL-DESCRIPTION.
031800     IF HCT-HOURS-PAID NUMERIC
031900         MOVE HCT-HOURS-PAID TO HCM-RL-HOURS.
032000     MOVE HCT-MSG-TEXT TO HCM-RL-MESSAGE.
032100     WRITE PRINT-RECORD FROM HCM-REPORT-LINE.
032200     ADD 1 TO CT-TRANS-REJECTED.
032300 REJECTED-REPORT-EXIT.  EXIT.
032400
032500 END-OF-PROGRAM SECTION.
032600
032700 DONE.
032800     STOP RUN.
032900
033000 END-OF-PROGRAM-EXIT.  EXIT.
