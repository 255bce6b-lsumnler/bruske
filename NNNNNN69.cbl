000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN69.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Protected leave entitlement report.  For each LVCASE leave
000700*  case open during the 12 months back from an operator-entered
000800*  as-of date, shows the hours charged to the case and the hours
000900*  the employee has used on all cases in those 12 months (from
001000*  LVUSE, kept by NNNNNN68), against the 12-week entitlement -
001100*  12 times the case's usual workweek, 40 hours when none is
001200*  given.  A case is flagged when the entitlement is used up or
001300*  less than an operator-entered number of weeks is left, and
001400*  when its medical certification was due before the as-of date
001500*  and has not come in.  A second part lists the absence days
001600*  in the 12 months that no leave case covers, so a case can be
001700*  set up or the day recoded.  Run NNNNNN68 first so LVUSE is
001800*  current.
001900*****************************************************************
002000
002100 AUTHOR. Terry Reinholt
002200
002300 ENVIRONMENT DIVISION.
002400
002500 CONFIGURATION SECTION.
002600
002700 SOURCE-COMPUTER. WANG-2200-VS.
002800 OBJECT-COMPUTER. WANG-2200-VS.
002900
003000     COPY FIGCONS.
003100
003200 INPUT-OUTPUT SECTION.
003300
003400 FILE-CONTROL.
003500
003600     COPY SLPRCNTL.
003700
003800     COPY SLLVCASE.
003900
004000     COPY SLLVUSE.
004100
004200     COPY SLPRINT.
004300
004400/
004500 DATA DIVISION.
004600
004700 FILE SECTION.
004800
004900     COPY FDPRCNTL.
005000
005100     COPY FDLVCASE.
005200
005300     COPY FDLVUSE.
005400
005500     COPY FDPRINT.
005600
005700/
005800 WORKING-STORAGE SECTION.
005900
006000     COPY WSPRCNTL.
006100
006200     COPY WSLVCASE.
006300
006400     COPY WSLVUSE.
006500
006600     COPY WSPRINT.
006700
006800     COPY WSFILEST.
006900
007000 77  CT-CASES-LISTED                  PIC 9(7) COMP VALUE ZERO.
007100 77  CT-CASES-EXHAUSTED               PIC 9(7) COMP VALUE ZERO.
007200 77  CT-CASES-NEAR-LIMIT              PIC 9(7) COMP VALUE ZERO.
007300 77  CT-CERTS-OVERDUE                 PIC 9(7) COMP VALUE ZERO.
007400 77  CT-DAYS-NO-CASE                  PIC 9(7) COMP VALUE ZERO.
007500 77  CT-HOURS-NO-CASE                PIC S9(7)V99 COMP VALUE ZERO.
007600
007700 77  LVUSE-ON-HAND-SW                 PIC X(1) VALUE "N".
007800     88  LVUSE-ON-HAND                 VALUE "Y".
007900 77  LVE-CERT-OVERDUE-SW              PIC X(1) VALUE "N".
008000     88  LVE-CERT-OVERDUE              VALUE "Y".
008100 77  LVE-ENTITLE-SW                   PIC X(1) VALUE SPACE.
008200     88  LVE-EXHAUSTED                 VALUE "E".
008300     88  LVE-NEAR-LIMIT                VALUE "N".
008400
008500 77  LVE-RUN-DATE                     PIC 9(6) VALUE ZERO.
008600 77  LVE-AS-OF-CYMD                   PIC 9(8) VALUE ZERO.
008700 77  LVE-WINDOW-BEG-CYMD              PIC 9(8) VALUE ZERO.
008800 77  LVE-NEAR-WEEKS                   PIC 9(2) VALUE ZERO.
008900 77  LVE-WEEKLY-HOURS                 PIC 99V99 VALUE ZERO.
009000 77  LVE-ENTITLE-HOURS               PIC S9(4)V99 COMP VALUE ZERO.
009100 77  LVE-CASE-HOURS                  PIC S9(4)V99 COMP VALUE ZERO.
009200 77  LVE-YEAR-HOURS                  PIC S9(4)V99 COMP VALUE ZERO.
009300 77  LVE-REMAIN-HOURS                PIC S9(4)V99 COMP VALUE ZERO.
009400 77  LVE-REMAIN-WEEKS                PIC S9(3)V9 COMP VALUE ZERO.
009500 77  LVE-MSG-TEXT                     PIC X(24) VALUE SPACES.
009600
009700 01  LVE-RUN-DATE-BREAKOUT.
009800     05  LVE-RUN-YY                   PIC 9(2).
009900     05  LVE-RUN-MM                   PIC 9(2).
010000     05  LVE-RUN-DD                   PIC 9(2).
010100
010200 01  CT-REPORT-LINE.
010300     05  FILLER                       PIC X(4).
010400     05  CT-RL-LABEL                   PIC X(40).
010500     05  FILLER                       PIC X(4).
010600     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
010700     05  FILLER                       PIC X(69).
010800
010900 01  LVE-HEADING-LINE.
011000     05  FILLER                       PIC X(6) VALUE "EMP".
011100     05  FILLER                       PIC X(22) VALUE "EMPLOYEE".
011200     05  FILLER                       PIC X(6) VALUE "CASE".
011300     05  FILLER                       PIC X(3) VALUE "R".
011400     05  FILLER                       PIC X(3) VALUE "T".
011500     05  FILLER                       PIC X(3) VALUE "S".
011600     05  FILLER                       PIC X(10) VALUE "START".
011700     05  FILLER                       PIC X(10) VALUE "CERT DUE".
011800     05  FILLER                       PIC X(9) VALUE "CASE HRS".
011900     05  FILLER                       PIC X(9) VALUE "12-MO HRS".
012000     05  FILLER                       PIC X(9) VALUE "ENTITLED".
012100     05  FILLER                       PIC X(10) VALUE "REMAINING".
012200     05  FILLER                       PIC X(8) VALUE "WEEKS".
012300     05  FILLER                       PIC X(24) VALUE "STATUS".
012400
012500 01  LVE-REPORT-LINE.
012600     05  LVE-RL-EMP-NUM                 PIC ZZZ9.
012700     05  FILLER                       PIC X(2).
012800     05  LVE-RL-EMP-NAME                PIC X(20).
012900     05  FILLER                       PIC X(2).
013000     05  LVE-RL-CASE-NO                 PIC ZZZ9.
013100     05  FILLER                       PIC X(2).
013200     05  LVE-RL-REASON                  PIC X(1).
013300     05  FILLER                       PIC X(2).
013400     05  LVE-RL-TYPE                    PIC X(1).
013500     05  FILLER                       PIC X(2).
013600     05  LVE-RL-STATUS                  PIC X(1).
013700     05  FILLER                       PIC X(2).
013800     05  LVE-RL-START-DATE              PIC 9(8).
013900     05  FILLER                       PIC X(2).
014000     05  LVE-RL-CERT-DUE                PIC 9(8).
014100     05  FILLER                       PIC X(2).
014200     05  LVE-RL-CASE-HOURS              PIC ZZZ9.99.
014300     05  FILLER                       PIC X(2).
014400     05  LVE-RL-YEAR-HOURS              PIC ZZZ9.99.
014500     05  FILLER                       PIC X(2).
014600     05  LVE-RL-ENTITLE-HOURS           PIC ZZZ9.99.
014700     05  FILLER                       PIC X(2).
014800     05  LVE-RL-REMAIN-HOURS            PIC ZZZ9.99-.
014900     05  FILLER                       PIC X(2).
015000     05  LVE-RL-REMAIN-WEEKS            PIC ZZ9.9-.
015100     05  FILLER                       PIC X(2).
015200     05  LVE-RL-MESSAGE                 PIC X(24).
015300
015400 01  NCD-HEADING-LINE.
015500     05  FILLER                       PIC X(7) VALUE "EMP".
015600     05  FILLER                       PIC X(31) VALUE "EMPLOYEE".
015700     05  FILLER                       PIC X(11) VALUE "DATE".
015800     05  FILLER                       PIC X(4) VALUE "A".
015900     05  FILLER                       PIC X(79) VALUE "HOURS".
016000
016100 01  NCD-REPORT-LINE.
016200     05  NCD-RL-EMP-NUM                 PIC ZZZ9.
016300     05  FILLER                       PIC X(3).
016400     05  NCD-RL-EMP-NAME                PIC X(28).
016500     05  FILLER                       PIC X(3).
016600     05  NCD-RL-DATE                    PIC 9(8).
016700     05  FILLER                       PIC X(3).
016800     05  NCD-RL-ABSENCE-CODE            PIC X(1).
016900     05  FILLER                       PIC X(3).
017000     05  NCD-RL-HOURS                   PIC Z9.99.
017100     05  FILLER                       PIC X(74).
017200
017300/
017400 PROCEDURE DIVISION.
017500
017600 MAIN-LOGIC SECTION.
017700
017800 INITIALIZATION.
017900     OPEN INPUT PAYROLL-CONTROL-FILE.
018000     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
018100     ACCEPT PRCTL-EMPLOYER-NO.
018200     READ PAYROLL-CONTROL-FILE
018300         INVALID KEY
018400             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
018500             GO TO DONE.
018600
018700     ACCEPT LVE-RUN-DATE FROM DATE.
018800     MOVE LVE-RUN-DATE TO LVE-RUN-DATE-BREAKOUT.
018900     DISPLAY "ENTER AS-OF DATE (CCYYMMDD, 0 = TODAY)".
019000     ACCEPT LVE-AS-OF-CYMD.
019100     IF LVE-AS-OF-CYMD = ZERO
019200         COMPUTE LVE-AS-OF-CYMD = 20000000 + LVE-RUN-YY * 10000 +
019300             LVE-RUN-MM * 100 + LVE-RUN-DD.
019400     COMPUTE LVE-WINDOW-BEG-CYMD = LVE-AS-OF-CYMD - 10000.
019500
019600     DISPLAY "ENTER WEEKS LEFT TO FLAG AS NEARING EXHAUSTION".
019700     DISPLAY "(99, 0 = 2 WEEKS)".
019800     ACCEPT LVE-NEAR-WEEKS.
019900     IF LVE-NEAR-WEEKS = ZERO
020000         MOVE 2 TO LVE-NEAR-WEEKS.
020100
020200     OPEN INPUT LEAVE-CASE-FILE.
020300     IF LVC-FILE-STATUS NOT = SUCCESSFUL-STATUS
020400         DISPLAY "UNABLE TO OPEN LVCASE FILE, STATUS = "
020500             LVC-FILE-STATUS
020600         GO TO DONE.
020700     OPEN INPUT LEAVE-USAGE-FILE.
020800     IF LVU-FILE-STATUS = SUCCESSFUL-STATUS
020900         MOVE "Y" TO LVUSE-ON-HAND-SW.
021000     OPEN OUTPUT PRINT-FILE.
021100
021200     PERFORM HEADING-ROUTINE THRU
021300             HEADING-ROUTINE-EXIT.
021400
021500     MOVE PRCTL-EMPLOYER-NO TO LVC-EMPLOYER-NO.
021600     MOVE ZERO TO LVC-EMP-NUM.
021700     MOVE ZERO TO LVC-CASE-NO.
021800     START LEAVE-CASE-FILE KEY IS NOT LESS THAN LVC-KEY.
021900     IF LVC-FILE-STATUS NOT = SUCCESSFUL-STATUS
022000         MOVE AT-END TO LVC-FILE-STATUS.
022100     PERFORM REPORT-ONE-CASE THRU
022200             REPORT-ONE-CASE-EXIT
022300         UNTIL LVC-FILE-STATUS = AT-END.
022400
022500     MOVE SPACES TO PRINT-RECORD.
022600     WRITE PRINT-RECORD.
022700     MOVE "ABSENCE DAYS WITH NO LEAVE CASE" TO PRINT-RECORD.
022800     WRITE PRINT-RECORD.
022900     WRITE PRINT-RECORD FROM NCD-HEADING-LINE.
023000     MOVE SPACES TO PRINT-RECORD.
023100     WRITE PRINT-RECORD.
023200     IF LVUSE-ON-HAND
023300         PERFORM START-LEAVE-USAGE THRU
023400                 START-LEAVE-USAGE-EXIT
023500         PERFORM LIST-ONE-NO-CASE-DAY THRU
023600                 LIST-ONE-NO-CASE-DAY-EXIT
023700             UNTIL LVU-FILE-STATUS = AT-END.
023800
023900     PERFORM CLOSE-DOWN THRU
024000             CLOSING-PROCEDURE-EXIT.
024100
024200     GO TO DONE.
024300
024400 HEADING-ROUTINE.
024500     MOVE SPACES TO PRINT-RECORD.
024600     MOVE "PROTECTED LEAVE ENTITLEMENT REPORT" TO PRINT-RECORD.
024700     WRITE PRINT-RECORD.
024800     WRITE PRINT-RECORD FROM LVE-HEADING-LINE.
024900     MOVE SPACES TO PRINT-RECORD.
025000     WRITE PRINT-RECORD.
025100 HEADING-ROUTINE-EXIT.  EXIT.
025200
025300 CLOSING-PROCEDURE SECTION.
025400
025500 CLOSE-DOWN.
025600     MOVE SPACES TO PRINT-RECORD.
025700     WRITE PRINT-RECORD.
025800     MOVE "LEAVE CASES LISTED" TO CT-RL-LABEL.
025900     MOVE CT-CASES-LISTED TO CT-RL-VALUE.
026000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
026100     MOVE "  ENTITLEMENT EXHAUSTED" TO CT-RL-LABEL.
026200     MOVE CT-CASES-EXHAUSTED TO CT-RL-VALUE.
026300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
026400     MOVE "  NEARING EXHAUSTION" TO CT-RL-LABEL.
026500     MOVE CT-CASES-NEAR-LIMIT TO CT-RL-VALUE.
026600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
026700     MOVE "  CERTIFICATION OVERDUE" TO CT-RL-LABEL.
026800     MOVE CT-CERTS-OVERDUE TO CT-RL-VALUE.
026900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
027000     MOVE "ABSENCE DAYS WITH NO LEAVE CASE" TO CT-RL-LABEL.
027100     MOVE CT-DAYS-NO-CASE TO CT-RL-VALUE.
027200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
027300     MOVE "  HOURS ON THOSE DAYS" TO CT-RL-LABEL.
027400     MOVE CT-HOURS-NO-CASE TO CT-RL-VALUE.
027500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
027600
027700     IF LVUSE-ON-HAND
027800         CLOSE LEAVE-USAGE-FILE.
027900     CLOSE PAYROLL-CONTROL-FILE
028000           LEAVE-CASE-FILE
028100           PRINT-FILE.
028200 CLOSING-PROCEDURE-EXIT.  EXIT.
028300
028400/
028500 PROCESS SECTION.
028600
028700 REPORT-ONE-CASE.
028800     READ LEAVE-CASE-FILE NEXT.
028900     IF LVC-FILE-STATUS = AT-END
029000         GO TO REPORT-ONE-CASE-EXIT.
029100     IF LVC-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
029200         MOVE AT-END TO LVC-FILE-STATUS
029300         GO TO REPORT-ONE-CASE-EXIT.
029400
029500*    Cases that ended before the lookback or start after the
029600*    as-of date have nothing to show.
029700     IF LVC-START-DATE-CYMD > LVE-AS-OF-CYMD
029800         GO TO REPORT-ONE-CASE-EXIT.
029900     IF LVC-CLOSED AND
030000        LVC-END-DATE-CYMD NOT > LVE-WINDOW-BEG-CYMD
030100         GO TO REPORT-ONE-CASE-EXIT.
030200
030300     MOVE LVC-WEEKLY-HOURS TO LVE-WEEKLY-HOURS.
030400     IF LVE-WEEKLY-HOURS = ZERO
030500         MOVE 40 TO LVE-WEEKLY-HOURS.
030600     COMPUTE LVE-ENTITLE-HOURS = LVE-WEEKLY-HOURS * 12.
030700
030800     MOVE ZERO TO LVE-CASE-HOURS.
030900     MOVE ZERO TO LVE-YEAR-HOURS.
031000     IF LVUSE-ON-HAND
031100         MOVE PRCTL-EMPLOYER-NO TO LVU-EMPLOYER-NO
031200         MOVE LVC-EMP-NUM TO LVU-EMP-NUM
031300         MOVE ZERO TO LVU-DATE-CYMD
031400         START LEAVE-USAGE-FILE KEY IS NOT LESS THAN LVU-KEY
031500         IF LVU-FILE-STATUS = SUCCESSFUL-STATUS
031600             PERFORM ADD-ONE-USAGE-DAY THRU
031700                     ADD-ONE-USAGE-DAY-EXIT
031800                 UNTIL LVU-FILE-STATUS = AT-END.
031900
032000     COMPUTE LVE-REMAIN-HOURS =
032100         LVE-ENTITLE-HOURS - LVE-YEAR-HOURS.
032200     COMPUTE LVE-REMAIN-WEEKS ROUNDED =
032300         LVE-REMAIN-HOURS / LVE-WEEKLY-HOURS.
032400
032500     MOVE SPACE TO LVE-ENTITLE-SW.
032600     IF LVE-REMAIN-HOURS NOT > ZERO
032700         MOVE "E" TO LVE-ENTITLE-SW
032800         ADD 1 TO CT-CASES-EXHAUSTED
032900     ELSE
033000         IF LVE-REMAIN-HOURS < LVE-NEAR-WEEKS * LVE-WEEKLY-HOURS
033100             MOVE "N" TO LVE-ENTITLE-SW
033200             ADD 1 TO CT-CASES-NEAR-LIMIT.
033300
033400     MOVE "N" TO LVE-CERT-OVERDUE-SW.
033500     IF LVC-OPEN AND
033600        LVC-CERT-DUE-CYMD NOT = ZERO AND
033700        LVC-CERT-RECVD-CYMD = ZERO AND
033800        LVC-CERT-DUE-CYMD < LVE-AS-OF-CYMD
033900         MOVE "Y" TO LVE-CERT-OVERDUE-SW
034000         ADD 1 TO CT-CERTS-OVERDUE.
034100
034200     MOVE SPACES TO LVE-MSG-TEXT.
034300     IF LVE-EXHAUSTED
034400         IF LVE-CERT-OVERDUE
034500             MOVE "EXHAUSTED - CERT OVERDUE" TO LVE-MSG-TEXT
034600         ELSE
034700             MOVE "ENTITLEMENT EXHAUSTED" TO LVE-MSG-TEXT
034800     ELSE
034900         IF LVE-NEAR-LIMIT
035000             IF LVE-CERT-OVERDUE
035100                 MOVE "NEAR LIMIT/CERT OVERDUE" TO LVE-MSG-TEXT
035200             ELSE
035300                 MOVE "NEARING EXHAUSTION" TO LVE-MSG-TEXT
035400         ELSE
035500             IF LVE-CERT-OVERDUE
035600                 MOVE "CERTIFICATION OVERDUE" TO LVE-MSG-TEXT.
035700
035800     ADD 1 TO CT-CASES-LISTED.
035900     MOVE SPACES TO LVE-REPORT-LINE.
036000     MOVE LVC-EMP-NUM TO LVE-RL-EMP-NUM.
036100     MOVE LVC-EMP-NAME TO LVE-RL-EMP-NAME.
036200     MOVE LVC-CASE-NO TO LVE-RL-CASE-NO.
036300     MOVE LVC-LEAVE-REASON TO LVE-RL-REASON.
036400     MOVE LVC-LEAVE-TYPE TO LVE-RL-TYPE.
036500     MOVE LVC-STATUS TO LVE-RL-STATUS.
036600     MOVE LVC-START-DATE-CYMD TO LVE-RL-START-DATE.
036700     MOVE LVC-CERT-DUE-CYMD TO LVE-RL-CERT-DUE.
036800     MOVE LVE-CASE-HOURS TO LVE-RL-CASE-HOURS.
036900     MOVE LVE-YEAR-HOURS TO LVE-RL-YEAR-HOURS.
037000     MOVE LVE-ENTITLE-HOURS TO LVE-RL-ENTITLE-HOURS.
037100     MOVE LVE-REMAIN-HOURS TO LVE-RL-REMAIN-HOURS.
037200     MOVE LVE-REMAIN-WEEKS TO LVE-RL-REMAIN-WEEKS.
037300     MOVE LVE-MSG-TEXT TO LVE-RL-MESSAGE.
037400     WRITE PRINT-RECORD FROM LVE-REPORT-LINE.
037500 REPORT-ONE-CASE-EXIT.  EXIT.
037600
037700 ADD-ONE-USAGE-DAY.
037800*    The employee's days on every case count against the one
037900*    entitlement; the case's own days are shown beside them.
038000     READ LEAVE-USAGE-FILE NEXT.
038100     IF LVU-FILE-STATUS = AT-END
038200         GO TO ADD-ONE-USAGE-DAY-EXIT.
038300     IF LVU-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO OR
038400        LVU-EMP-NUM NOT = LVC-EMP-NUM
038500         MOVE AT-END TO LVU-FILE-STATUS
038600         GO TO ADD-ONE-USAGE-DAY-EXIT.
038700     IF LVU-DATE-CYMD > LVE-AS-OF-CYMD OR LVU-CASE-NO = ZERO
038800         GO TO ADD-ONE-USAGE-DAY-EXIT.
038900
039000     IF LVU-CASE-NO = LVC-CASE-NO
039100         ADD LVU-HOURS TO LVE-CASE-HOURS.
039200     IF LVU-DATE-CYMD > LVE-WINDOW-BEG-CYMD
039300         ADD LVU-HOURS TO LVE-YEAR-HOURS.
039400 ADD-ONE-USAGE-DAY-EXIT.  EXIT.
039500
039600 START-LEAVE-USAGE.
039700     MOVE PRCTL-EMPLOYER-NO TO LVU-EMPLOYER-NO.
039800     MOVE ZERO TO LVU-EMP-NUM.
039900     MOVE ZERO TO LVU-DATE-CYMD.
040000     START LEAVE-USAGE-FILE KEY IS NOT LESS THAN LVU-KEY.
040100     IF LVU-FILE-STATUS NOT = SUCCESSFUL-STATUS
040200         MOVE AT-END TO LVU-FILE-STATUS.
040300 START-LEAVE-USAGE-EXIT.  EXIT.
040400
040500 LIST-ONE-NO-CASE-DAY.
040600     READ LEAVE-USAGE-FILE NEXT.
040700     IF LVU-FILE-STATUS = AT-END
040800         GO TO LIST-ONE-NO-CASE-DAY-EXIT.
040900     IF LVU-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
041000         MOVE AT-END TO LVU-FILE-STATUS
041100         GO TO LIST-ONE-NO-CASE-DAY-EXIT.
041200     IF LVU-CASE-NO NOT = ZERO OR
041300        LVU-DATE-CYMD NOT > LVE-WINDOW-BEG-CYMD OR
041400        LVU-DATE-CYMD > LVE-AS-OF-CYMD
041500         GO TO LIST-ONE-NO-CASE-DAY-EXIT.
041600
041700     ADD 1 TO CT-DAYS-NO-CASE.
041800     ADD LVU-HOURS TO CT-HOURS-NO-CASE.
041900     MOVE SPACES TO NCD-REPORT-LINE.
042000     MOVE LVU-EMP-NUM TO NCD-RL-EMP-NUM.
042100     MOVE LVU-EMP-NAME TO NCD-RL-EMP-NAME.
042200     MOVE LVU-DATE-CYMD TO NCD-RL-DATE.
042300     MOVE LVU-ABSENCE-CODE TO NCD-RL-ABSENCE-CODE.
042400     MOVE LVU-HOURS TO NCD-RL-HOURS.
042500     WRITE PRINT-RECORD FROM NCD-REPORT-LINE.
042600 LIST-ONE-NO-CASE-DAY-EXIT.  EXIT.
042700
042800 END-OF-PROGRAM SECTION.
042900
043000 DONE.
043100     STOP RUN.
043200
043300 END-OF-PROGRAM-EXIT.  EXIT.
