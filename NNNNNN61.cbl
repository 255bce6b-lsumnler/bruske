000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN61.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Job master maintenance.  Applies JOBMSTX transactions against
000700*  the JOBMAST customer job master - JBT-ACTION-ADD opens a new
000800*  job, JBT-ACTION-CHANGE replaces whichever data fields the
000900*  transaction carries (blank/zero fields leave the master
001000*  alone), JBT-ACTION-CLOSE closes the job with JBT-EFF-DATE-CYMD
001100*  as the last day time may be charged to it, JBT-ACTION-REOPEN
001200*  opens it again.  Jobs are never deleted - their TIMEDT time
001300*  has to keep finding them for the job cost report - so a
001400*  finished job is closed instead, which makes the punch import
001500*  refuse any later time charged to it.
001600*****************************************************************
001700
001800 AUTHOR. Terry Reinholt
001900
002000 ENVIRONMENT DIVISION.
002100
002200 CONFIGURATION SECTION.
002300
002400 SOURCE-COMPUTER. WANG-2200-VS.
002500 OBJECT-COMPUTER. WANG-2200-VS.
002600
002700     COPY FIGCONS.
002800
002900 INPUT-OUTPUT SECTION.
003000
003100 FILE-CONTROL.
003200
003300     COPY SLJOBTX.
003400
003500     COPY SLJOBMST.
003600
003700     COPY SLPRINT.
003800
003900/
004000 DATA DIVISION.
004100
004200 FILE SECTION.
004300
004400     COPY FDJOBTX.
004500
004600     COPY FDJOBMST.
004700
004800     COPY FDPRINT.
004900
005000/
005100 WORKING-STORAGE SECTION.
005200
005300     COPY WSJOBTX.
005400
005500     COPY WSJOBMST.
005600
005700     COPY WSPRINT.
005800
005900     COPY WSFILEST.
006000
006100 77  CT-TRANS-READ                    PIC 9(7) COMP VALUE ZERO.
006200 77  CT-JOBS-ADDED                    PIC 9(7) COMP VALUE ZERO.
006300 77  CT-JOBS-CHANGED                  PIC 9(7) COMP VALUE ZERO.
006400 77  CT-JOBS-CLOSED                   PIC 9(7) COMP VALUE ZERO.
006500 77  CT-JOBS-REOPENED                 PIC 9(7) COMP VALUE ZERO.
006600 77  CT-TRANS-REJECTED                PIC 9(7) COMP VALUE ZERO.
006700
006800 77  JBT-MSG-TEXT                     PIC X(40) VALUE SPACES.
006900
007000 01  CT-REPORT-LINE.
007100     05  FILLER                       PIC X(4).
007200     05  CT-RL-LABEL                   PIC X(40).
007300     05  FILLER                       PIC X(4).
007400     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
007500     05  FILLER                       PIC X(71).
007600
007700 01  JBM-REPORT-LINE.
007800     05  JBM-RL-EMPLOYER-NO             PIC 9(2).
007900     05  FILLER                       PIC X(2).
008000     05  JBM-RL-JOB-NUMBER              PIC X(6).
008100     05  FILLER                       PIC X(2).
008200     05  JBM-RL-ACTION                  PIC X(1).
008300     05  FILLER                       PIC X(3).
008400     05  JBM-RL-CUSTOMER                PIC X(30).
008500     05  FILLER                       PIC X(2).
008600     05  JBM-RL-MESSAGE                 PIC X(40).
008700     05  FILLER                       PIC X(44).
008800
008900/
009000 PROCEDURE DIVISION.
009100
009200 MAIN-LOGIC SECTION.
009300
009400 INITIALIZATION.
009500     OPEN INPUT JOB-TRANS-FILE.
009600     OPEN I-O JOB-MASTER-FILE.
009700     IF JOB-FILE-STATUS = "35"
009800         OPEN OUTPUT JOB-MASTER-FILE
009900         CLOSE JOB-MASTER-FILE
010000         OPEN I-O JOB-MASTER-FILE.
010100     OPEN OUTPUT PRINT-FILE.
010200
010300     PERFORM HEADING-ROUTINE THRU
010400             HEADING-ROUTINE-EXIT.
010500
010600     PERFORM PROCESS-INPUT THRU
010700             PROCESS-INPUT-EXIT
010800         UNTIL JBT-FILE-STATUS = AT-END.
010900
011000     PERFORM CLOSE-DOWN THRU
011100             CLOSING-PROCEDURE-EXIT.
011200
011300     GO TO DONE.
011400
011500 HEADING-ROUTINE.
011600     MOVE SPACES TO PRINT-RECORD.
011700     MOVE "JOB MASTER MAINTENANCE" TO PRINT-RECORD.
011800     WRITE PRINT-RECORD.
011900     MOVE SPACES TO PRINT-RECORD.
012000     MOVE "ER  JOB     A  CUSTOMER" TO PRINT-RECORD.
012100     WRITE PRINT-RECORD.
012200     MOVE SPACES TO PRINT-RECORD.
012300     WRITE PRINT-RECORD.
012400 HEADING-ROUTINE-EXIT.  EXIT.
012500
012600 CLOSING-PROCEDURE SECTION.
012700
012800 CLOSE-DOWN.
012900     MOVE SPACES TO PRINT-RECORD.
013000     WRITE PRINT-RECORD.
013100     MOVE "TRANSACTIONS READ" TO CT-RL-LABEL.
013200     MOVE CT-TRANS-READ TO CT-RL-VALUE.
013300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
013400     MOVE "JOBS ADDED" TO CT-RL-LABEL.
013500     MOVE CT-JOBS-ADDED TO CT-RL-VALUE.
013600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
013700     MOVE "JOBS CHANGED" TO CT-RL-LABEL.
013800     MOVE CT-JOBS-CHANGED TO CT-RL-VALUE.
013900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
014000     MOVE "JOBS CLOSED" TO CT-RL-LABEL.
014100     MOVE CT-JOBS-CLOSED TO CT-RL-VALUE.
014200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
014300     MOVE "JOBS REOPENED" TO CT-RL-LABEL.
014400     MOVE CT-JOBS-REOPENED TO CT-RL-VALUE.
014500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
014600     MOVE "TRANSACTIONS REJECTED" TO CT-RL-LABEL.
014700     MOVE CT-TRANS-REJECTED TO CT-RL-VALUE.
014800     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
014900
015000     CLOSE JOB-TRANS-FILE
015100           JOB-MASTER-FILE
015200           PRINT-FILE.
015300 CLOSING-PROCEDURE-EXIT.  EXIT.
015400
015500/
015600 PROCESS SECTION.
015700
015800 PROCESS-INPUT.
015900
016000     READ JOB-TRANS-FILE NEXT.
016100     IF JBT-FILE-STATUS = AT-END
016200         GO TO PROCESS-INPUT-EXIT.
016300
016400     ADD 1 TO CT-TRANS-READ.
016500     MOVE JBT-EMPLOYER-NO TO JOB-EMPLOYER-NO.
016600     MOVE JBT-JOB-NUMBER TO JOB-NUMBER.
016700
016800     IF JBT-JOB-NUMBER = SPACES
016900         MOVE "NO JOB NUMBER GIVEN - REJECTED" TO JBT-MSG-TEXT
017000         PERFORM REJECTED-REPORT THRU
017100                 REJECTED-REPORT-EXIT
017200         GO TO PROCESS-INPUT-EXIT.
017300
017400     IF JBT-ACTION-ADD
017500         PERFORM ADD-JOB THRU
017600                 ADD-JOB-EXIT
017700     ELSE
017800         IF JBT-ACTION-CHANGE
017900             PERFORM CHANGE-JOB THRU
018000                     CHANGE-JOB-EXIT
018100         ELSE
018200             IF JBT-ACTION-CLOSE OR JBT-ACTION-REOPEN
018300                 PERFORM FLIP-JOB-STATUS THRU
018400                         FLIP-JOB-STATUS-EXIT
018500             ELSE
018600                 MOVE "INVALID ACTION CODE - REJECTED" TO
018700                     JBT-MSG-TEXT
018800                 PERFORM REJECTED-REPORT THRU
018900                         REJECTED-REPORT-EXIT.
019000 PROCESS-INPUT-EXIT.  EXIT.
019100
019200 ADD-JOB.
019300     READ JOB-MASTER-FILE.
019400     IF JOB-FILE-STATUS = SUCCESSFUL-STATUS
019500         MOVE "JOB ALREADY ON FILE - REJECTED" TO JBT-MSG-TEXT
019600         PERFORM REJECTED-REPORT THRU
019700                 REJECTED-REPORT-EXIT
019800         GO TO ADD-JOB-EXIT.
019900
020000     MOVE SPACES TO JOB-MASTER-RECORD.
020100     MOVE JBT-EMPLOYER-NO TO JOB-EMPLOYER-NO.
020200     MOVE JBT-JOB-NUMBER TO JOB-NUMBER.
020300     MOVE JBT-CUSTOMER-NAME TO JOB-CUSTOMER-NAME.
020400     MOVE JBT-DESCRIPTION TO JOB-DESCRIPTION.
020500     MOVE "O" TO JOB-STATUS.
020600     MOVE JBT-BUDGET-HOURS TO JOB-BUDGET-HOURS.
020700     MOVE JBT-EFF-DATE-CYMD TO JOB-OPENED-DATE-CYMD.
020800     MOVE ZERO TO JOB-CLOSED-DATE-CYMD.
020900     MOVE JBT-TRANS-DATE TO JOB-LAST-CHANGE-DATE.
021000     MOVE JBT-USER-ID TO JOB-USER-ID.
021100     WRITE JOB-MASTER-RECORD.
021200     ADD 1 TO CT-JOBS-ADDED.
021300
021400     MOVE "JOB ADDED" TO JBT-MSG-TEXT.
021500     PERFORM TRANSACTION-REPORT THRU
021600             TRANSACTION-REPORT-EXIT.
021700 ADD-JOB-EXIT.  EXIT.
021800
021900 CHANGE-JOB.
022000     READ JOB-MASTER-FILE
022100         INVALID KEY
022200             MOVE "JOB NOT ON FILE - REJECTED" TO JBT-MSG-TEXT
022300             PERFORM REJECTED-REPORT THRU
022400                     REJECTED-REPORT-EXIT
022500             GO TO CHANGE-JOB-EXIT.
022600
022700*    Only the fields the transaction actually carries replace
022800*    what is on the master - a blank or zero field means "leave
022900*    that field alone".
023000     IF JBT-CUSTOMER-NAME NOT = SPACES
023100         MOVE JBT-CUSTOMER-NAME TO JOB-CUSTOMER-NAME.
023200     IF JBT-DESCRIPTION NOT = SPACES
023300         MOVE JBT-DESCRIPTION TO JOB-DESCRIPTION.
023400     IF JBT-BUDGET-HOURS NOT = ZERO
023500         MOVE JBT-BUDGET-HOURS TO JOB-BUDGET-HOURS.
023600     MOVE JBT-TRANS-DATE TO JOB-LAST-CHANGE-DATE.
023700     MOVE JBT-USER-ID TO JOB-USER-ID.
023800     REWRITE JOB-MASTER-RECORD.
023900     ADD 1 TO CT-JOBS-CHANGED.
024000
024100     MOVE "JOB CHANGED" TO JBT-MSG-TEXT.
024200     PERFORM TRANSACTION-REPORT THRU
024300             TRANSACTION-REPORT-EXIT.
024400 CHANGE-JOB-EXIT.  EXIT.
024500
024600 FLIP-JOB-STATUS.
024700     READ JOB-MASTER-FILE
024800         INVALID KEY
024900             MOVE "JOB NOT ON FILE - REJECTED" TO JBT-MSG-TEXT
025000             PERFORM REJECTED-REPORT THRU
025100                     REJECTED-REPORT-EXIT
025200             GO TO FLIP-JOB-STATUS-EXIT.
025300
025400     IF JBT-ACTION-CLOSE
025500         IF JBT-EFF-DATE-CYMD = ZERO
025600             MOVE "NO CLOSE DATE GIVEN - REJECTED" TO JBT-MSG-TEXT
025700             PERFORM REJECTED-REPORT THRU
025800                     REJECTED-REPORT-EXIT
025900             GO TO FLIP-JOB-STATUS-EXIT
026000         ELSE
026100             MOVE "C" TO JOB-STATUS
026200             MOVE JBT-EFF-DATE-CYMD TO JOB-CLOSED-DATE-CYMD
026300             ADD 1 TO CT-JOBS-CLOSED
026400             MOVE "JOB CLOSED" TO JBT-MSG-TEXT
026500     ELSE
026600         MOVE "O" TO JOB-STATUS
026700         MOVE ZERO TO JOB-CLOSED-DATE-CYMD
026800         ADD 1 TO CT-JOBS-REOPENED
026900         MOVE "JOB REOPENED" TO JBT-MSG-TEXT.
027000     MOVE JBT-TRANS-DATE TO JOB-LAST-CHANGE-DATE.
027100     MOVE JBT-USER-ID TO JOB-USER-ID.
027200     REWRITE JOB-MASTER-RECORD.
027300
027400     PERFORM TRANSACTION-REPORT THRU
027500             TRANSACTION-REPORT-EXIT.
027600 FLIP-JOB-STATUS-EXIT.  EXIT.
027700
027800 TRANSACTION-REPORT.
027900     MOVE SPACES TO JBM-REPORT-LINE.
028000     MOVE JOB-EMPLOYER-NO TO JBM-RL-EMPLOYER-NO.
028100     MOVE JOB-NUMBER TO JBM-RL-JOB-NUMBER.
028200     MOVE JBT-ACTION TO JBM-RL-ACTION.
028300     MOVE JOB-CUSTOMER-NAME TO JBM-RL-CUSTOMER.
028400     MOVE JBT-MSG-TEXT TO JBM-RL-MESSAGE.
028500     WRITE PRINT-RECORD FROM JBM-REPORT-LINE.
028600 TRANSACTION-REPORT-EXIT.  EXIT.
028700
028800 REJECTED-REPORT.
028900     MOVE SPACES TO JBM-REPORT-LINE.
029000     MOVE JBT-EMPLOYER-NO TO JBM-RL-EMPLOYER-NO.
029100     MOVE JBT-JOB-NUMBER TO JBM-RL-JOB-NUMBER.
029200     MOVE JBT-ACTION TO JBM-RL-ACTION.
029300     MOVE JBT-CUSTOMER-NAME TO JBM-RL-CUSTOMER.
029400     MOVE JBT-MSG-TEXT TO JBM-RL-MESSAGE.
029500     WRITE PRINT-RECORD FROM JBM-REPORT-LINE.
029600     ADD 1 TO CT-TRANS-REJECTED.
029700 REJECTED-REPORT-EXIT.  EXIT.
029800
029900 END-OF-PROGRAM SECTION.
030000
030100 DONE.
030200     STOP RUN.
030300
030400 END-OF-PROGRAM-EXIT.  EXIT.
