000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN68.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Protected leave charging run.  Reads TIMEDT for the 12 months
000700*  back from an operator-entered as-of date and charges each
000800*  absence-coded day (TD-ABSENCE-CODE, carried from the OPCODE
000900*  record) to the employee's LVCASE leave case in force on that
001000*  day - the case started on or before the day and not closed
001100*  before it, the latest such case if more than one.  The
001200*  operator may limit the run to the absence codes that count as
001300*  protected leave; blank takes every absence code.  One LVUSE
001400*  record is kept per employee per absence day with the hours
001500*  absent that day, or a fifth of the case's usual workweek when
001600*  the time details carry no hours.  A day no case covers is
001700*  still written, with case number zero, so NNNNNN69 can list
001800*  it.  Days charged earlier that are no longer absence days on
001900*  TIMEDT (voided or recoded since) are taken back off LVUSE,
002000*  but only back as far as the TIMEDT library still reaches, so
002100*  days whose time details have gone to history stay charged.
002200*  A rerun therefore comes out the same.
002300*  TIMEDT carries no employer number, so like NNNNNN19 this is
002400*  run once per employer against that employer's TIMEDT library.
002500*****************************************************************
002600
002700 AUTHOR. Terry Reinholt
002800
002900 ENVIRONMENT DIVISION.
003000
003100 CONFIGURATION SECTION.
003200
003300 SOURCE-COMPUTER. WANG-2200-VS.
003400 OBJECT-COMPUTER. WANG-2200-VS.
003500
003600     COPY FIGCONS.
003700
003800 INPUT-OUTPUT SECTION.
003900
004000 FILE-CONTROL.
004100
004200     COPY SLPRCNTL.
004300
004400     COPY SLTIMEDT.
004500
004600     COPY SLLVCASE.
004700
004800     COPY SLLVUSE.
004900
005000     COPY SLPRINT.
005100
005200/
005300 DATA DIVISION.
005400
005500 FILE SECTION.
005600
005700     COPY FDPRCNTL.
005800
005900     COPY FDTIMEDT.
006000
006100     COPY FDLVCASE.
006200
006300     COPY FDLVUSE.
006400
006500     COPY FDPRINT.
006600
006700/
006800 WORKING-STORAGE SECTION.
006900
007000     COPY WSPRCNTL.
007100
007200     COPY WSTIMEDT.
007300
007400     COPY WSLVCASE.
007500
007600     COPY WSLVUSE.
007700
007800     COPY WSPRINT.
007900
008000     COPY WSFILEST.
008100
008200 77  CT-ABSENCE-RECORDS               PIC 9(7) COMP VALUE ZERO.
008300 77  CT-DAYS-CHARGED                  PIC 9(7) COMP VALUE ZERO.
008400 77  CT-DAYS-NO-CASE                  PIC 9(7) COMP VALUE ZERO.
008500 77  CT-DAYS-NEW                      PIC 9(7) COMP VALUE ZERO.
008600 77  CT-DAYS-REMOVED                  PIC 9(7) COMP VALUE ZERO.
008700 77  CT-HOURS-CHARGED                PIC S9(7)V99 COMP VALUE ZERO.
008800
008900 77  LVCASE-ON-HAND-SW                PIC X(1) VALUE "N".
009000     88  LVCASE-ON-HAND                VALUE "Y".
009100 77  DAY-PENDING-SW                   PIC X(1) VALUE "N".
009200     88  DAY-PENDING                   VALUE "Y".
009300 77  NEW-DAY-SW                       PIC X(1) VALUE "N".
009400     88  NEW-DAY                       VALUE "Y".
009500 77  CODE-COUNTS-SW                   PIC X(1) VALUE "N".
009600     88  CODE-COUNTS                   VALUE "Y".
009700
009800 77  LVR-RUN-DATE                     PIC 9(6) VALUE ZERO.
009900 77  LVR-RUN-TIME                     PIC 9(8) VALUE ZERO.
010000 77  LVR-AS-OF-CYMD                   PIC 9(8) VALUE ZERO.
010100 77  LVR-WINDOW-BEG-CYMD              PIC 9(8) VALUE ZERO.
010200 77  LVR-TIMEDT-LOW-CYMD              PIC 9(8) VALUE ZERO.
010300 77  LVR-CUR-EMP-NUM                  PIC 9(4) VALUE ZERO.
010400 77  LVR-CUR-DATE-CYMD                PIC 9(8) VALUE ZERO.
010500 77  LVR-CUR-EMP-NAME                 PIC X(28) VALUE SPACES.
010600 77  LVR-CUR-ABSENCE-CODE             PIC X(1) VALUE SPACE.
010700 77  LVR-DAY-HOURS                   PIC S9(3)V99 COMP VALUE ZERO.
010800 77  LVR-CASE-NO                      PIC 9(4) VALUE ZERO.
010900 77  LVR-CASE-START-CYMD              PIC 9(8) VALUE ZERO.
011000 77  LVR-CASE-WEEKLY-HRS              PIC 99V99 VALUE ZERO.
011100 77  LVR-CODE-SUB                     PIC 9(2) COMP VALUE ZERO.
011200 77  LVR-MSG-TEXT                     PIC X(40) VALUE SPACES.
011300
011400 01  LVR-RUN-DATE-BREAKOUT.
011500     05  LVR-RUN-YY                   PIC 9(2).
011600     05  LVR-RUN-MM                   PIC 9(2).
011700     05  LVR-RUN-DD                   PIC 9(2).
011800
011900 01  LVR-CODE-LIST                    PIC X(5) VALUE SPACES.
012000 01  FILLER REDEFINES LVR-CODE-LIST.
012100     05  LVR-CODE                     PIC X(1) OCCURS 5 TIMES.
012200
012300 01  CT-REPORT-LINE.
012400     05  FILLER                       PIC X(4).
012500     05  CT-RL-LABEL                   PIC X(40).
012600     05  FILLER                       PIC X(4).
012700     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.99-.
012800     05  FILLER                       PIC X(69).
012900
013000 01  LVR-HEADING-LINE.
013100     05  FILLER                       PIC X(7) VALUE "EMP".
013200     05  FILLER                       PIC X(31) VALUE "EMPLOYEE".
013300     05  FILLER                       PIC X(11) VALUE "DATE".
013400     05  FILLER                       PIC X(4) VALUE "A".
013500     05  FILLER                       PIC X(8) VALUE "HOURS".
013600     05  FILLER                       PIC X(7) VALUE "CASE".
013700     05  FILLER                       PIC X(64) VALUE "STATUS".
013800
013900 01  LVR-REPORT-LINE.
014000     05  LVR-RL-EMP-NUM                 PIC ZZZ9.
014100     05  FILLER                       PIC X(3).
014200     05  LVR-RL-EMP-NAME                PIC X(28).
014300     05  FILLER                       PIC X(3).
014400     05  LVR-RL-DATE                    PIC 9(8).
014500     05  FILLER                       PIC X(3).
014600     05  LVR-RL-ABSENCE-CODE            PIC X(1).
014700     05  FILLER                       PIC X(3).
014800     05  LVR-RL-HOURS                   PIC Z9.99.
014900     05  FILLER                       PIC X(3).
015000     05  LVR-RL-CASE-NO                 PIC ZZZ9.
015100     05  FILLER                       PIC X(3).
015200     05  LVR-RL-MESSAGE                 PIC X(40).
015300     05  FILLER                       PIC X(24).
015400
015500/
015600 PROCEDURE DIVISION.
015700
015800 MAIN-LOGIC SECTION.
015900
016000 INITIALIZATION.
016100     OPEN INPUT PAYROLL-CONTROL-FILE.
016200     DISPLAY "ENTER EMPLOYER NUMBER TO PROCESS".
016300     ACCEPT PRCTL-EMPLOYER-NO.
016400     READ PAYROLL-CONTROL-FILE
016500         INVALID KEY
016600             DISPLAY "PAYROLL CONTROL RECORD NOT ON FILE"
016700             GO TO DONE.
016800
016900     ACCEPT LVR-RUN-DATE FROM DATE.
017000     ACCEPT LVR-RUN-TIME FROM TIME.
017100     MOVE LVR-RUN-DATE TO LVR-RUN-DATE-BREAKOUT.
017200
017300     DISPLAY "ENTER AS-OF DATE (CCYYMMDD, 0 = TODAY)".
017400     ACCEPT LVR-AS-OF-CYMD.
017500     IF LVR-AS-OF-CYMD = ZERO
017600         COMPUTE LVR-AS-OF-CYMD = 20000000 + LVR-RUN-YY * 10000 +
017700             LVR-RUN-MM * 100 + LVR-RUN-DD.
017800*    The lookback is the 12 months ending on the as-of date.
017900     COMPUTE LVR-WINDOW-BEG-CYMD = LVR-AS-OF-CYMD - 10000.
018000
018100     DISPLAY "ENTER ABSENCE CODES THAT COUNT AS PROTECTED LEAVE".
018200     DISPLAY "(UP TO 5 CODES, NO SEPARATORS, BLANK = ALL CODES)".
018300     ACCEPT LVR-CODE-LIST.
018400
018500     OPEN INPUT TIME-DETAIL-FILE.
018600     IF TD-FILE-STATUS NOT = SUCCESSFUL-STATUS
018700         DISPLAY "UNABLE TO OPEN TIMEDT FILE, STATUS = "
018800             TD-FILE-STATUS
018900         GO TO DONE.
019000     OPEN INPUT LEAVE-CASE-FILE.
019100     IF LVC-FILE-STATUS = SUCCESSFUL-STATUS
019200         MOVE "Y" TO LVCASE-ON-HAND-SW.
019300     OPEN I-O LEAVE-USAGE-FILE.
019400     IF LVU-FILE-STATUS = "35"
019500         OPEN OUTPUT LEAVE-USAGE-FILE
019600         CLOSE LEAVE-USAGE-FILE
019700         OPEN I-O LEAVE-USAGE-FILE.
019800     OPEN OUTPUT PRINT-FILE.
019900
020000     PERFORM HEADING-ROUTINE THRU
020100             HEADING-ROUTINE-EXIT.
020200
020300     PERFORM PROCESS-INPUT THRU
020400             PROCESS-INPUT-EXIT
020500         UNTIL TD-FILE-STATUS = AT-END.
020600     IF DAY-PENDING
020700         PERFORM CHARGE-ONE-DAY THRU
020800                 CHARGE-ONE-DAY-EXIT.
020900
021000*    Nothing is taken back when TIMEDT held no time at all.
021100     IF LVR-TIMEDT-LOW-CYMD NOT = ZERO
021200         PERFORM START-LEAVE-USAGE THRU
021300                 START-LEAVE-USAGE-EXIT
021400         PERFORM PURGE-ONE-DAY THRU
021500                 PURGE-ONE-DAY-EXIT
021600             UNTIL LVU-FILE-STATUS = AT-END.
021700
021800     PERFORM CLOSE-DOWN THRU
021900             CLOSING-PROCEDURE-EXIT.
022000
022100     GO TO DONE.
022200
022300 HEADING-ROUTINE.
022400     MOVE SPACES TO PRINT-RECORD.
022500     MOVE "PROTECTED LEAVE CHARGING REGISTER" TO PRINT-RECORD.
022600     WRITE PRINT-RECORD.
022700     WRITE PRINT-RECORD FROM LVR-HEADING-LINE.
022800     MOVE SPACES TO PRINT-RECORD.
022900     WRITE PRINT-RECORD.
023000 HEADING-ROUTINE-EXIT.  EXIT.
023100
023200 CLOSING-PROCEDURE SECTION.
023300
023400 CLOSE-DOWN.
023500     MOVE SPACES TO PRINT-RECORD.
023600     WRITE PRINT-RECORD.
023700     MOVE "ABSENCE RECORDS IN LOOKBACK" TO CT-RL-LABEL.
023800     MOVE CT-ABSENCE-RECORDS TO CT-RL-VALUE.
023900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
024000     MOVE "ABSENCE DAYS CHARGED TO A CASE" TO CT-RL-LABEL.
024100     MOVE CT-DAYS-CHARGED TO CT-RL-VALUE.
024200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
024300     MOVE "ABSENCE DAYS WITH NO LEAVE CASE" TO CT-RL-LABEL.
024400     MOVE CT-DAYS-NO-CASE TO CT-RL-VALUE.
024500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
024600     MOVE "  NEW ON LVUSE THIS RUN" TO CT-RL-LABEL.
024700     MOVE CT-DAYS-NEW TO CT-RL-VALUE.
024800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
024900     MOVE "DAYS TAKEN BACK OFF LVUSE" TO CT-RL-LABEL.
025000     MOVE CT-DAYS-REMOVED TO CT-RL-VALUE.
025100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
025200     MOVE "HOURS CHARGED TO CASES" TO CT-RL-LABEL.
025300     MOVE CT-HOURS-CHARGED TO CT-RL-VALUE.
025400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
025500
025600     IF LVCASE-ON-HAND
025700         CLOSE LEAVE-CASE-FILE.
025800     CLOSE PAYROLL-CONTROL-FILE
025900           TIME-DETAIL-FILE
026000           LEAVE-USAGE-FILE
026100           PRINT-FILE.
026200 CLOSING-PROCEDURE-EXIT.  EXIT.
026300
026400/
026500 PROCESS SECTION.
026600
026700 PROCESS-INPUT.
026800
026900     READ TIME-DETAIL-FILE NEXT.
027000     IF TD-FILE-STATUS = AT-END
027100         GO TO PROCESS-INPUT-EXIT.
027200
027300     IF TD-CORRECTION-FLAG = "V"
027400         GO TO PROCESS-INPUT-EXIT.
027500
027600*    How far back the library reaches bounds what may be taken
027700*    back off LVUSE at the end of the run.
027800     IF LVR-TIMEDT-LOW-CYMD = ZERO OR
027900        TD-DATE-WORKED-CYMD < LVR-TIMEDT-LOW-CYMD
028000         MOVE TD-DATE-WORKED-CYMD TO LVR-TIMEDT-LOW-CYMD.
028100
028200     IF TD-DATE-WORKED-CYMD NOT > LVR-WINDOW-BEG-CYMD OR
028300        TD-DATE-WORKED-CYMD > LVR-AS-OF-CYMD
028400         GO TO PROCESS-INPUT-EXIT.
028500
028600     IF TD-ABSENCE-CODE = SPACE
028700         GO TO PROCESS-INPUT-EXIT.
028800     PERFORM CHECK-ABSENCE-CODE THRU
028900             CHECK-ABSENCE-CODE-EXIT.
029000     IF NOT CODE-COUNTS
029100         GO TO PROCESS-INPUT-EXIT.
029200
029300     ADD 1 TO CT-ABSENCE-RECORDS.
029400     IF DAY-PENDING
029500         IF TD-EMP-NUM NOT = LVR-CUR-EMP-NUM OR
029600            TD-DATE-WORKED-CYMD NOT = LVR-CUR-DATE-CYMD
029700             PERFORM CHARGE-ONE-DAY THRU
029800                     CHARGE-ONE-DAY-EXIT.
029900
030000     IF NOT DAY-PENDING
030100         MOVE "Y" TO DAY-PENDING-SW
030200         MOVE TD-EMP-NUM TO LVR-CUR-EMP-NUM
030300         MOVE TD-DATE-WORKED-CYMD TO LVR-CUR-DATE-CYMD
030400         MOVE TD-EMP-NAME TO LVR-CUR-EMP-NAME
030500         MOVE TD-ABSENCE-CODE TO LVR-CUR-ABSENCE-CODE
030600         MOVE ZERO TO LVR-DAY-HOURS.
030700
030800     ADD TD-ADJUSTED-HRS TO LVR-DAY-HOURS.
030900 PROCESS-INPUT-EXIT.  EXIT.
031000
031100 CHECK-ABSENCE-CODE.
031200     IF LVR-CODE-LIST = SPACES
031300         MOVE "Y" TO CODE-COUNTS-SW
031400         GO TO CHECK-ABSENCE-CODE-EXIT.
031500
031600     MOVE "N" TO CODE-COUNTS-SW.
031700     MOVE 1 TO LVR-CODE-SUB.
031800     PERFORM SCAN-ONE-CODE THRU
031900             SCAN-ONE-CODE-EXIT
032000         UNTIL CODE-COUNTS OR LVR-CODE-SUB > 5.
032100 CHECK-ABSENCE-CODE-EXIT.  EXIT.
032200
032300 SCAN-ONE-CODE.
032400     IF LVR-CODE (LVR-CODE-SUB) = TD-ABSENCE-CODE
032500         MOVE "Y" TO CODE-COUNTS-SW
032600     ELSE
032700         ADD 1 TO LVR-CODE-SUB.
032800 SCAN-ONE-CODE-EXIT.  EXIT.
032900
033000 CHARGE-ONE-DAY.
033100     MOVE "N" TO DAY-PENDING-SW.
033200     PERFORM FIND-LEAVE-CASE THRU
033300             FIND-LEAVE-CASE-EXIT.
033400
033500*    A day off with no hours on the time details is a full day -
033600*    a fifth of the usual workweek, or 8 hours without a case.
033700     IF LVR-DAY-HOURS NOT > ZERO
033800         IF LVR-CASE-WEEKLY-HRS > ZERO
033900             COMPUTE LVR-DAY-HOURS ROUNDED =
034000                 LVR-CASE-WEEKLY-HRS / 5
034100         ELSE
034200             MOVE 8 TO LVR-DAY-HOURS.
034300
034400     MOVE PRCTL-EMPLOYER-NO TO LVU-EMPLOYER-NO.
034500     MOVE LVR-CUR-EMP-NUM TO LVU-EMP-NUM.
034600     MOVE LVR-CUR-DATE-CYMD TO LVU-DATE-CYMD.
034700     READ LEAVE-USAGE-FILE.
034800     IF LVU-FILE-STATUS = SUCCESSFUL-STATUS
034900         MOVE "N" TO NEW-DAY-SW
035000     ELSE
035100         MOVE "Y" TO NEW-DAY-SW
035200         MOVE SPACES TO LEAVE-USAGE-RECORD
035300         MOVE PRCTL-EMPLOYER-NO TO LVU-EMPLOYER-NO
035400         MOVE LVR-CUR-EMP-NUM TO LVU-EMP-NUM
035500         MOVE LVR-CUR-DATE-CYMD TO LVU-DATE-CYMD.
035600
035700     MOVE LVR-CASE-NO TO LVU-CASE-NO.
035800     MOVE LVR-CUR-ABSENCE-CODE TO LVU-ABSENCE-CODE.
035900     MOVE LVR-DAY-HOURS TO LVU-HOURS.
036000     MOVE LVR-CUR-EMP-NAME TO LVU-EMP-NAME.
036100     MOVE LVR-RUN-DATE TO LVU-CHARGE-DATE.
036200     MOVE LVR-RUN-TIME TO LVU-CHARGE-TIME.
036300     IF NEW-DAY
036400         WRITE LEAVE-USAGE-RECORD
036500         ADD 1 TO CT-DAYS-NEW
036600     ELSE
036700         REWRITE LEAVE-USAGE-RECORD.
036800
036900     IF LVR-CASE-NO = ZERO
037000         ADD 1 TO CT-DAYS-NO-CASE
037100         MOVE "NO LEAVE CASE COVERS THIS DAY" TO LVR-MSG-TEXT
037200     ELSE
037300         ADD 1 TO CT-DAYS-CHARGED
037400         ADD LVR-DAY-HOURS TO CT-HOURS-CHARGED
037500         MOVE "CHARGED TO CASE" TO LVR-MSG-TEXT.
037600     PERFORM WRITE-REGISTER-LINE THRU
037700             WRITE-REGISTER-LINE-EXIT.
037800 CHARGE-ONE-DAY-EXIT.  EXIT.
037900
038000 FIND-LEAVE-CASE.
038100     MOVE ZERO TO LVR-CASE-NO.
038200     MOVE ZERO TO LVR-CASE-START-CYMD.
038300     MOVE ZERO TO LVR-CASE-WEEKLY-HRS.
038400     IF NOT LVCASE-ON-HAND
038500         GO TO FIND-LEAVE-CASE-EXIT.
038600
038700     MOVE PRCTL-EMPLOYER-NO TO LVC-EMPLOYER-NO.
038800     MOVE LVR-CUR-EMP-NUM TO LVC-EMP-NUM.
038900     MOVE ZERO TO LVC-CASE-NO.
039000     START LEAVE-CASE-FILE KEY IS NOT LESS THAN LVC-KEY.
039100     IF LVC-FILE-STATUS NOT = SUCCESSFUL-STATUS
039200         GO TO FIND-LEAVE-CASE-EXIT.
039300
039400     PERFORM SCAN-ONE-CASE THRU
039500             SCAN-ONE-CASE-EXIT
039600         UNTIL LVC-FILE-STATUS = AT-END.
039700 FIND-LEAVE-CASE-EXIT.  EXIT.
039800
039900 SCAN-ONE-CASE.
040000     READ LEAVE-CASE-FILE NEXT.
040100     IF LVC-FILE-STATUS = AT-END
040200         GO TO SCAN-ONE-CASE-EXIT.
040300     IF LVC-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO OR
040400        LVC-EMP-NUM NOT = LVR-CUR-EMP-NUM
040500         MOVE AT-END TO LVC-FILE-STATUS
040600         GO TO SCAN-ONE-CASE-EXIT.
040700
040800     IF LVC-START-DATE-CYMD > LVR-CUR-DATE-CYMD
040900         GO TO SCAN-ONE-CASE-EXIT.
041000     IF LVC-END-DATE-CYMD NOT = ZERO AND
041100        LVC-END-DATE-CYMD < LVR-CUR-DATE-CYMD
041200         GO TO SCAN-ONE-CASE-EXIT.
041300
041400     IF LVC-START-DATE-CYMD NOT < LVR-CASE-START-CYMD
041500         MOVE LVC-CASE-NO TO LVR-CASE-NO
041600         MOVE LVC-START-DATE-CYMD TO LVR-CASE-START-CYMD
041700         MOVE LVC-WEEKLY-HOURS TO LVR-CASE-WEEKLY-HRS.
041800 SCAN-ONE-CASE-EXIT.  EXIT.
041900
042000 START-LEAVE-USAGE.
042100     MOVE PRCTL-EMPLOYER-NO TO LVU-EMPLOYER-NO.
042200     MOVE ZERO TO LVU-EMP-NUM.
042300     MOVE ZERO TO LVU-DATE-CYMD.
042400     START LEAVE-USAGE-FILE KEY IS NOT LESS THAN LVU-KEY.
042500     IF LVU-FILE-STATUS NOT = SUCCESSFUL-STATUS
042600         MOVE AT-END TO LVU-FILE-STATUS.
042700 START-LEAVE-USAGE-EXIT.  EXIT.
042800
042900 PURGE-ONE-DAY.
043000*    A day in the lookback this run did not charge, and which is
043100*    still within reach of TIMEDT, is no longer an absence day.
043200     READ LEAVE-USAGE-FILE NEXT.
043300     IF LVU-FILE-STATUS = AT-END
043400         GO TO PURGE-ONE-DAY-EXIT.
043500     IF LVU-EMPLOYER-NO NOT = PRCTL-EMPLOYER-NO
043600         MOVE AT-END TO LVU-FILE-STATUS
043700         GO TO PURGE-ONE-DAY-EXIT.
043800
043900     IF LVU-DATE-CYMD NOT > LVR-WINDOW-BEG-CYMD OR
044000        LVU-DATE-CYMD > LVR-AS-OF-CYMD OR
044100        LVU-DATE-CYMD < LVR-TIMEDT-LOW-CYMD
044200         GO TO PURGE-ONE-DAY-EXIT.
044300     IF LVU-CHARGE-DATE = LVR-RUN-DATE AND
044400        LVU-CHARGE-TIME = LVR-RUN-TIME
044500         GO TO PURGE-ONE-DAY-EXIT.
044600
044700     MOVE LVU-EMP-NUM TO LVR-CUR-EMP-NUM.
044800     MOVE LVU-DATE-CYMD TO LVR-CUR-DATE-CYMD.
044900     MOVE LVU-EMP-NAME TO LVR-CUR-EMP-NAME.
045000     MOVE LVU-ABSENCE-CODE TO LVR-CUR-ABSENCE-CODE.
045100     MOVE LVU-HOURS TO LVR-DAY-HOURS.
045200     MOVE LVU-CASE-NO TO LVR-CASE-NO.
045300     DELETE LEAVE-USAGE-FILE RECORD.
045400     ADD 1 TO CT-DAYS-REMOVED.
045500     MOVE "TAKEN BACK - NO LONGER AN ABSENCE DAY" TO LVR-MSG-TEXT.
045600     PERFORM WRITE-REGISTER-LINE THRU
045700             WRITE-REGISTER-LINE-EXIT.
045800 PURGE-ONE-DAY-EXIT.  EXIT.
045900
046000 WRITE-REGISTER-LINE.
046100     MOVE SPACES TO LVR-REPORT-LINE.
046200     MOVE LVR-CUR-EMP-NUM TO LVR-RL-EMP-NUM.
046300     MOVE LVR-CUR-EMP-NAME TO LVR-RL-EMP-NAME.
046400     MOVE LVR-CUR-DATE-CYMD TO LVR-RL-DATE.
046500     MOVE LVR-CUR-ABSENCE-CODE TO LVR-RL-ABSENCE-CODE.
046600     MOVE LVR-DAY-HOURS TO LVR-RL-HOURS.
046700     MOVE LVR-CASE-NO TO LVR-RL-CASE-NO.
046800     MOVE LVR-MSG-TEXT TO LVR-RL-MESSAGE.
046900     WRITE PRINT-RECORD FROM LVR-REPORT-LINE.
047000 WRITE-REGISTER-LINE-EXIT.  EXIT.
047100
047200 END-OF-PROGRAM SECTION.
047300
047400 DONE.
047500     STOP RUN.
047600
047700 END-OF-PROGRAM-EXIT.  EXIT.
