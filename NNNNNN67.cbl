000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN67.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Family and medical leave case maintenance.  Applies LVCASTX
000700*  transactions against the LVCASE leave case file -
000800*  LVT-ACTION-ADD sets up a new case for an employee on EMPMAST,
000900*  LVT-ACTION-CHANGE replaces whichever data fields the
001000*  transaction carries (blank/zero fields leave the case alone),
001100*  LVT-ACTION-CLOSE closes the case with LVT-END-DATE-CYMD as the
001200*  last day of the leave, LVT-ACTION-REOPEN opens it again.
001300*  Cases are never deleted - the days NNNNNN68 has charged to a
001400*  case have to keep finding it for the entitlement report.
001500*****************************************************************
001600
001700 AUTHOR. Terry Reinholt
001800
001900 ENVIRONMENT DIVISION.
002000
002100 CONFIGURATION SECTION.
002200
002300 SOURCE-COMPUTER. WANG-2200-VS.
002400 OBJECT-COMPUTER. WANG-2200-VS.
002500
002600     COPY FIGCONS.
002700
002800 INPUT-OUTPUT SECTION.
002900
003000 FILE-CONTROL.
003100
003200     COPY SLLVCSTX.
003300
003400     COPY SLLVCASE.
003500
003600     COPY SLEMPMST.
003700
003800     COPY SLPRINT.
003900
004000/
004100 DATA DIVISION.
004200
004300 FILE SECTION.
004400
004500     COPY FDLVCSTX.
004600
004700     COPY FDLVCASE.
004800
004900     COPY FDEMPMST.
005000
005100     COPY FDPRINT.
005200
005300/
005400 WORKING-STORAGE SECTION.
005500
005600     COPY WSLVCSTX.
005700
005800     COPY WSLVCASE.
005900
006000     COPY WSEMPMST.
006100
006200     COPY WSPRINT.
006300
006400     COPY WSFILEST.
006500
006600 77  CT-TRANS-READ                    PIC 9(7) COMP VALUE ZERO.
006700 77  CT-CASES-ADDED                   PIC 9(7) COMP VALUE ZERO.
006800 77  CT-CASES-CHANGED                 PIC 9(7) COMP VALUE ZERO.
006900 77  CT-CASES-CLOSED                  PIC 9(7) COMP VALUE ZERO.
007000 77  CT-CASES-REOPENED                PIC 9(7) COMP VALUE ZERO.
007100 77  CT-TRANS-REJECTED                PIC 9(7) COMP VALUE ZERO.
007200
007300 77  LVT-MSG-TEXT                     PIC X(40) VALUE SPACES.
007400
007500 01  CT-REPORT-LINE.
007600     05  FILLER                       PIC X(4).
007700     05  CT-RL-LABEL                   PIC X(40).
007800     05  FILLER                       PIC X(4).
007900     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
008000     05  FILLER                       PIC X(71).
008100
008200 01  LVM-REPORT-LINE.
008300     05  LVM-RL-EMPLOYER-NO             PIC 9(2).
008400     05  FILLER                       PIC X(2).
008500     05  LVM-RL-EMP-NUM                 PIC 9(4).
008600     05  FILLER                       PIC X(2).
008700     05  LVM-RL-CASE-NO                 PIC 9(4).
008800     05  FILLER                       PIC X(2).
008900     05  LVM-RL-ACTION                  PIC X(1).
009000     05  FILLER                       PIC X(3).
009100     05  LVM-RL-EMP-NAME                PIC X(28).
009200     05  FILLER                       PIC X(2).
009300     05  LVM-RL-MESSAGE                 PIC X(40).
009400     05  FILLER                       PIC X(42).
009500
009600/
009700 PROCEDURE DIVISION.
009800
009900 MAIN-LOGIC SECTION.
010000
010100 INITIALIZATION.
010200     OPEN INPUT LEAVE-CASE-TRANS-FILE.
010300     OPEN I-O LEAVE-CASE-FILE.
010400     IF LVC-FILE-STATUS = "35"
010500         OPEN OUTPUT LEAVE-CASE-FILE
010600         CLOSE LEAVE-CASE-FILE
010700         OPEN I-O LEAVE-CASE-FILE.
010800     OPEN INPUT EMPLOYEE-MASTER-FILE.
010900     OPEN OUTPUT PRINT-FILE.
011000
011100     PERFORM HEADING-ROUTINE THRU
011200             HEADING-ROUTINE-EXIT.
011300
011400     PERFORM PROCESS-INPUT THRU
011500             PROCESS-INPUT-EXIT
011600         UNTIL LVT-FILE-STATUS = AT-END.
011700
011800     PERFORM CLOSE-DOWN THRU
011900             CLOSING-PROCEDURE-EXIT.
012000
012100     GO TO DONE.
012200
012300 HEADING-ROUTINE.
012400     MOVE SPACES TO PRINT-RECORD.
012500     MOVE "LEAVE CASE MAINTENANCE" TO PRINT-RECORD.
012600     WRITE PRINT-RECORD.
012700     MOVE SPACES TO PRINT-RECORD.
012800     MOVE "ER  EMP   CASE  A  EMPLOYEE" TO PRINT-RECORD.
012900     WRITE PRINT-RECORD.
013000     MOVE SPACES TO PRINT-RECORD.
013100     WRITE PRINT-RECORD.
013200 HEADING-ROUTINE-EXIT.  EXIT.
013300
013400 CLOSING-PROCEDURE SECTION.
013500
013600 CLOSE-DOWN.
013700     MOVE SPACES TO PRINT-RECORD.
013800     WRITE PRINT-RECORD.
013900     MOVE "TRANSACTIONS READ" TO CT-RL-LABEL.
014000     MOVE CT-TRANS-READ TO CT-RL-VALUE.
014100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
014200     MOVE "CASES ADDED" TO CT-RL-LABEL.
014300     MOVE CT-CASES-ADDED TO CT-RL-VALUE.
014400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
014500     MOVE "CASES CHANGED" TO CT-RL-LABEL.
014600     MOVE CT-CASES-CHANGED TO CT-RL-VALUE.
014700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
014800     MOVE "CASES CLOSED" TO CT-RL-LABEL.
014900     MOVE CT-CASES-CLOSED TO CT-RL-VALUE.
015000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
015100     MOVE "CASES REOPENED" TO CT-RL-LABEL.
015200     MOVE CT-CASES-REOPENED TO CT-RL-VALUE.
015300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
015400     MOVE "TRANSACTIONS REJECTED" TO CT-RL-LABEL.
015500     MOVE CT-TRANS-REJECTED TO CT-RL-VALUE.
015600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
015700
015800     CLOSE LEAVE-CASE-TRANS-FILE
015900           LEAVE-CASE-FILE
016000           EMPLOYEE-MASTER-FILE
016100           PRINT-FILE.
016200 CLOSING-PROCEDURE-EXIT.  EXIT.
016300
016400/
016500 PROCESS SECTION.
016600
016700 PROCESS-INPUT.
016800
016900     READ LEAVE-CASE-TRANS-FILE NEXT.
017000     IF LVT-FILE-STATUS = AT-END
017100         GO TO PROCESS-INPUT-EXIT.
017200
017300     ADD 1 TO CT-TRANS-READ.
017400     MOVE LVT-EMPLOYER-NO TO LVC-EMPLOYER-NO.
017500     MOVE LVT-EMP-NUM TO LVC-EMP-NUM.
017600     MOVE LVT-CASE-NO TO LVC-CASE-NO.
017700
017800     IF LVT-CASE-NO = ZERO
017900         MOVE "NO CASE NUMBER GIVEN - REJECTED" TO LVT-MSG-TEXT
018000         PERFORM REJECTED-REPORT THRU
018100                 REJECTED-REPORT-EXIT
018200         GO TO PROCESS-INPUT-EXIT.
018300
018400     IF LVT-ACTION-ADD
018500         PERFORM ADD-CASE THRU
018600                 ADD-CASE-EXIT
018700     ELSE
018800         IF LVT-ACTION-CHANGE
018900             PERFORM CHANGE-CASE THRU
019000                     CHANGE-CASE-EXIT
019100         ELSE
019200             IF LVT-ACTION-CLOSE OR LVT-ACTION-REOPEN
019300                 PERFORM FLIP-CASE-STATUS THRU
019400                         FLIP-CASE-STATUS-EXIT
019500             ELSE
019600                 MOVE "INVALID ACTION CODE - REJECTED" TO
019700                     LVT-MSG-TEXT
019800                 PERFORM REJECTED-REPORT THRU
019900                         REJECTED-REPORT-EXIT.
020000 PROCESS-INPUT-EXIT.  EXIT.
020100
020200 ADD-CASE.
020300     READ LEAVE-CASE-FILE.
020400     IF LVC-FILE-STATUS = SUCCESSFUL-STATUS
020500         MOVE "CASE ALREADY ON FILE - REJECTED" TO LVT-MSG-TEXT
020600         PERFORM REJECTED-REPORT THRU
020700                 REJECTED-REPORT-EXIT
020800         GO TO ADD-CASE-EXIT.
020900
021000     MOVE LVT-EMPLOYER-NO TO EM-EMPLOYER-NO.
021100     MOVE LVT-EMP-NUM TO EM-EMP-NUM.
021200     READ EMPLOYEE-MASTER-FILE
021300         INVALID KEY
021400             MOVE "EMPLOYEE NOT ON EMPMAST - REJECTED" TO
021500                 LVT-MSG-TEXT
021600             PERFORM REJECTED-REPORT THRU
021700                     REJECTED-REPORT-EXIT
021800             GO TO ADD-CASE-EXIT.
021900
022000     MOVE SPACES TO LEAVE-CASE-RECORD.
022100     MOVE LVT-LEAVE-REASON TO LVC-LEAVE-REASON.
022200     IF NOT LVC-REASON-VALID
022300         MOVE "INVALID LEAVE REASON - REJECTED" TO LVT-MSG-TEXT
022400         PERFORM REJECTED-REPORT THRU
022500                 REJECTED-REPORT-EXIT
022600         GO TO ADD-CASE-EXIT.
022700     IF LVT-LEAVE-TYPE NOT = "C" AND LVT-LEAVE-TYPE NOT = "I"
022800         MOVE "LEAVE TYPE MUST BE C OR I - REJECTED" TO
022900             LVT-MSG-TEXT
023000         PERFORM REJECTED-REPORT THRU
023100                 REJECTED-REPORT-EXIT
023200         GO TO ADD-CASE-EXIT.
023300     IF LVT-START-DATE-CYMD = ZERO
023400         MOVE "NO START DATE GIVEN - REJECTED" TO LVT-MSG-TEXT
023500         PERFORM REJECTED-REPORT THRU
023600                 REJECTED-REPORT-EXIT
023700         GO TO ADD-CASE-EXIT.
023800
023900     MOVE LVT-EMPLOYER-NO TO LVC-EMPLOYER-NO.
024000     MOVE LVT-EMP-NUM TO LVC-EMP-NUM.
024100     MOVE LVT-CASE-NO TO LVC-CASE-NO.
024200     MOVE EM-EMP-NAME TO LVC-EMP-NAME.
024300     MOVE LVT-LEAVE-TYPE TO LVC-LEAVE-TYPE.
024400     MOVE LVT-START-DATE-CYMD TO LVC-START-DATE-CYMD.
024500     MOVE ZERO TO LVC-END-DATE-CYMD.
024600     MOVE LVT-CERT-DUE-CYMD TO LVC-CERT-DUE-CYMD.
024700     MOVE LVT-CERT-RECVD-CYMD TO LVC-CERT-RECVD-CYMD.
024800     MOVE LVT-WEEKLY-HOURS TO LVC-WEEKLY-HOURS.
024900     MOVE "O" TO LVC-STATUS.
025000     MOVE LVT-TRANS-DATE TO LVC-LAST-CHANGE-DATE.
025100     MOVE LVT-USER-ID TO LVC-USER-ID.
025200     WRITE LEAVE-CASE-RECORD.
025300     ADD 1 TO CT-CASES-ADDED.
025400
025500     MOVE "CASE ADDED" TO LVT-MSG-TEXT.
025600     PERFORM TRANSACTION-REPORT THRU
025700             TRANSACTION-REPORT-EXIT.
025800 ADD-CASE-EXIT.  EXIT.
025900
026000 CHANGE-CASE.
026100     READ LEAVE-CASE-FILE
026200         INVALID KEY
026300             MOVE "CASE NOT ON FILE - REJECTED" TO LVT-MSG-TEXT
026400             PERFORM REJECTED-REPORT THRU
026500                     REJECTED-REPORT-EXIT
026600             GO TO CHANGE-CASE-EXIT.
026700
026800     IF LVT-LEAVE-TYPE NOT = SPACE AND
026900        LVT-LEAVE-TYPE NOT = "C" AND LVT-LEAVE-TYPE NOT = "I"
027000         MOVE "LEAVE TYPE MUST BE C OR I - REJECTED" TO
027100             LVT-MSG-TEXT
027200         PERFORM REJECTED-REPORT THRU
027300                 REJECTED-REPORT-EXIT
027400         GO TO CHANGE-CASE-EXIT.
027500
027600*    Only the fields the transaction actually carries replace
027700*    what is on the case - a blank or zero field means "leave
027800*    that field alone".
027900     IF LVT-LEAVE-REASON NOT = SPACE
028000         MOVE LVT-LEAVE-REASON TO LVC-LEAVE-REASON.
028100     IF NOT LVC-REASON-VALID
028200         MOVE "INVALID LEAVE REASON - REJECTED" TO LVT-MSG-TEXT
028300         PERFORM REJECTED-REPORT THRU
028400                 REJECTED-REPORT-EXIT
028500         GO TO CHANGE-CASE-EXIT.
028600     IF LVT-LEAVE-TYPE NOT = SPACE
028700         MOVE LVT-LEAVE-TYPE TO LVC-LEAVE-TYPE.
028800     IF LVT-START-DATE-CYMD NOT = ZERO
028900         MOVE LVT-START-DATE-CYMD TO LVC-START-DATE-CYMD.
029000     IF LVT-CERT-DUE-CYMD NOT = ZERO
029100         MOVE LVT-CERT-DUE-CYMD TO LVC-CERT-DUE-CYMD.
029200     IF LVT-CERT-RECVD-CYMD NOT = ZERO
029300         MOVE LVT-CERT-RECVD-CYMD TO LVC-CERT-RECVD-CYMD.
029400     IF LVT-WEEKLY-HOURS NOT = ZERO
029500         MOVE LVT-WEEKLY-HOURS TO LVC-WEEKLY-HOURS.
029600     MOVE LVT-TRANS-DATE TO LVC-LAST-CHANGE-DATE.
029700     MOVE LVT-USER-ID TO LVC-USER-ID.
029800     REWRITE LEAVE-CASE-RECORD.
029900     ADD 1 TO CT-CASES-CHANGED.
030000
030100     MOVE "CASE CHANGED" TO LVT-MSG-TEXT.
030200     PERFORM TRANSACTION-REPORT THRU
030300             TRANSACTION-REPORT-EXIT.
030400 CHANGE-CASE-EXIT.  EXIT.
030500
030600 FLIP-CASE-STATUS.
030700     READ LEAVE-CASE-FILE
030800         INVALID KEY
030900             MOVE "CASE NOT ON FILE - REJECTED" TO LVT-MSG-TEXT
031000             PERFORM REJECTED-REPORT THRU
031100                     REJECTED-REPORT-EXIT
031200             GO TO FLIP-CASE-STATUS-EXIT.
031300
031400     IF LVT-ACTION-CLOSE
031500         IF LVT-END-DATE-CYMD = ZERO OR
031600            LVT-END-DATE-CYMD < LVC-START-DATE-CYMD
031700             MOVE "NO VALID END DATE GIVEN - REJECTED" TO
031800                 LVT-MSG-TEXT
031900             PERFORM REJECTED-REPORT THRU
032000                     REJECTED-REPORT-EXIT
032100             GO TO FLIP-CASE-STATUS-EXIT
032200         ELSE
032300             MOVE "C" TO LVC-STATUS
032400             MOVE LVT-END-DATE-CYMD TO LVC-END-DATE-CYMD
032500             ADD 1 TO CT-CASES-CLOSED
032600             MOVE "CASE CLOSED" TO LVT-MSG-TEXT
032700     ELSE
032800         MOVE "O" TO LVC-STATUS
032900         MOVE ZERO TO LVC-END-DATE-CYMD
033000         ADD 1 TO CT-CASES-REOPENED
033100         MOVE "CASE REOPENED" TO LVT-MSG-TEXT.
033200     MOVE LVT-TRANS-DATE TO LVC-LAST-CHANGE-DATE.
033300     MOVE LVT-USER-ID TO LVC-USER-ID.
033400     REWRITE LEAVE-CASE-RECORD.
033500
033600     PERFORM TRANSACTION-REPORT THRU
033700             TRANSACTION-REPORT-EXIT.
033800 FLIP-CASE-STATUS-EXIT.  EXIT.
033900
034000 TRANSACTION-REPORT.
034100     MOVE SPACES TO LVM-REPORT-LINE.
034200     MOVE LVC-EMPLOYER-NO TO LVM-RL-EMPLOYER-NO.
034300     MOVE LVC-EMP-NUM TO LVM-RL-EMP-NUM.
034400     MOVE LVC-CASE-NO TO LVM-RL-CASE-NO.
034500     MOVE LVT-ACTION TO LVM-RL-ACTION.
034600     MOVE LVC-EMP-NAME TO LVM-RL-EMP-NAME.
034700     MOVE LVT-MSG-TEXT TO LVM-RL-MESSAGE.
034800     WRITE PRINT-RECORD FROM LVM-REPORT-LINE.
034900 TRANSACTION-REPORT-EXIT.  EXIT.
035000
035100 REJECTED-REPORT.
035200     MOVE SPACES TO LVM-REPORT-LINE.
035300     MOVE LVT-EMPLOYER-NO TO LVM-RL-EMPLOYER-NO.
035400     MOVE LVT-EMP-NUM TO LVM-RL-EMP-NUM.
035500     MOVE LVT-CASE-NO TO LVM-RL-CASE-NO.
035600     MOVE LVT-ACTION TO LVM-RL-ACTION.
035700     MOVE LVT-MSG-TEXT TO LVM-RL-MESSAGE.
035800     WRITE PRINT-RECORD FROM LVM-REPORT-LINE.
035900     ADD 1 TO CT-TRANS-REJECTED.
036000 REJECTED-REPORT-EXIT.  EXIT.
036100
036200 END-OF-PROGRAM SECTION.
036300
036400 DONE.
036500     STOP RUN.
036600
036700 END-OF-PROGRAM-EXIT.  EXIT.
