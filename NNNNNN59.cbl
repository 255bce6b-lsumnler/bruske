000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN59.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Workers' comp class table maintenance.  Applies WCCLSTX
000700*  transactions against the WCCLASS table - WCT-ACTION-ADD sets
000800*  up a new department or op-code mapping, WCT-ACTION-CHANGE
000900*  replaces whichever data fields the transaction carries
001000*  (blank/zero fields leave the table alone), WCT-ACTION-DELETE
001100*  removes a mapping.  Unlike an op-code, a class mapping can
001200*  go - nothing else on file points back at it, and the
001300*  NNNNNN60 premium report lists whatever falls unclassified.
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
003100     COPY SLWCCLTX.
003200
003300     COPY SLWCCLAS.
003400
003500     COPY SLPRINT.
003600
003700/
003800 DATA DIVISION.
003900
004000 FILE SECTION.
004100
004200     COPY FDWCCLTX.
004300
004400     COPY FDWCCLAS.
004500
004600     COPY FDPRINT.
004700
004800/
004900 WORKING-STORAGE SECTION.
005000
005100     COPY WSWCCLTX.
005200
005300     COPY WSWCCLAS.
005400
005500     COPY WSPRINT.
005600
005700     COPY WSFILEST.
005800
005900 77  CT-TRANS-READ                    PIC 9(7) COMP VALUE ZERO.
006000 77  CT-MAPS-ADDED                    PIC 9(7) COMP VALUE ZERO.
006100 77  CT-MAPS-CHANGED                  PIC 9(7) COMP VALUE ZERO.
006200 77  CT-MAPS-DELETED                  PIC 9(7) COMP VALUE ZERO.
006300 77  CT-TRANS-REJECTED                PIC 9(7) COMP VALUE ZERO.
006400
006500 77  WCT-MSG-TEXT                     PIC X(40) VALUE SPACES.
006600
006700 01  CT-REPORT-LINE.
006800     05  FILLER                       PIC X(4).
006900     05  CT-RL-LABEL                   PIC X(40).
007000     05  FILLER                       PIC X(4).
007100     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
007200     05  FILLER                       PIC X(71).
007300
007400 01  WCM-REPORT-LINE.
007500     05  WCM-RL-EMPLOYER-NO             PIC 9(2).
007600     05  FILLER                       PIC X(2).
007700     05  WCM-RL-MAP-TYPE                PIC X(1).
007800     05  FILLER                       PIC X(2).
007900     05  WCM-RL-MAP-CODE                PIC X(4).
008000     05  FILLER                       PIC X(2).
008100     05  WCM-RL-STATE                   PIC X(2).
008200     05  FILLER                       PIC X(3).
008300     05  WCM-RL-CLASS-CODE              PIC X(4).
008400     05  FILLER                       PIC X(2).
008500     05  WCM-RL-RATE                    PIC ZZ9.999.
008600     05  FILLER                       PIC X(4).
008700     05  WCM-RL-MESSAGE                 PIC X(40).
008800     05  FILLER                       PIC X(57).
008900
009000/
009100 PROCEDURE DIVISION.
009200
009300 MAIN-LOGIC SECTION.
009400
009500 INITIALIZATION.
009600     OPEN INPUT WC-CLASS-TRANS-FILE.
009700     OPEN I-O WC-CLASS-FILE.
009800     IF WCC-FILE-STATUS = "35"
009900         OPEN OUTPUT WC-CLASS-FILE
010000         CLOSE WC-CLASS-FILE
010100         OPEN I-O WC-CLASS-FILE.
010200     OPEN OUTPUT PRINT-FILE.
010300
010400     PERFORM HEADING-ROUTINE THRU
010500             HEADING-ROUTINE-EXIT.
010600
010700     PERFORM PROCESS-INPUT THRU
010800             PROCESS-INPUT-EXIT
010900         UNTIL WCT-FILE-STATUS = AT-END.
011000
011100     PERFORM CLOSE-DOWN THRU
011200             CLOSING-PROCEDURE-EXIT.
011300
011400     GO TO DONE.
011500
011600 HEADING-ROUTINE.
011700     MOVE SPACES TO PRINT-RECORD.
011800     MOVE "WORKERS COMP CLASS TABLE MAINTENANCE" TO PRINT-RECORD.
011900     WRITE PRINT-RECORD.
012000     MOVE SPACES TO PRINT-RECORD.
012100     MOVE "ER  T  CODE  ST  CLASS  RATE/100" TO PRINT-RECORD.
012200     WRITE PRINT-RECORD.
012300     MOVE SPACES TO PRINT-RECORD.
012400     WRITE PRINT-RECORD.
012500 HEADING-ROUTINE-EXIT.  EXIT.
012600
012700 CLOSING-PROCEDURE SECTION.
012800
012900 CLOSE-DOWN.
013000     MOVE SPACES TO PRINT-RECORD.
013100     WRITE PRINT-RECORD.
013200     MOVE "TRANSACTIONS READ" TO CT-RL-LABEL.
013300     MOVE CT-TRANS-READ TO CT-RL-VALUE.
013400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
013500     MOVE "MAPPINGS ADDED" TO CT-RL-LABEL.
013600     MOVE CT-MAPS-ADDED TO CT-RL-VALUE.
013700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
013800     MOVE "MAPPINGS CHANGED" TO CT-RL-LABEL.
013900     MOVE CT-MAPS-CHANGED TO CT-RL-VALUE.
014000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
014100     MOVE "MAPPINGS DELETED" TO CT-RL-LABEL.
014200     MOVE CT-MAPS-DELETED TO CT-RL-VALUE.
014300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
014400     MOVE "TRANSACTIONS REJECTED" TO CT-RL-LABEL.
014500     MOVE CT-TRANS-REJECTED TO CT-RL-VALUE.
014600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
014700
014800     CLOSE WC-CLASS-TRANS-FILE
014900           WC-CLASS-FILE
015000           PRINT-FILE.
015100 CLOSING-PROCEDURE-EXIT.  EXIT.
015200
015300/
015400 PROCESS SECTION.
015500
015600 PROCESS-INPUT.
015700
015800     READ WC-CLASS-TRANS-FILE NEXT.
015900     IF WCT-FILE-STATUS = AT-END
016000         GO TO PROCESS-INPUT-EXIT.
016100
016200     ADD 1 TO CT-TRANS-READ.
016300     MOVE WCT-EMPLOYER-NO TO WCC-EMPLOYER-NO.
016400     MOVE WCT-MAP-TYPE TO WCC-MAP-TYPE.
016500     MOVE WCT-MAP-CODE TO WCC-MAP-CODE.
016600     MOVE WCT-STATE TO WCC-STATE.
016700
016800     IF NOT WCC-MAP-DEPARTMENT AND NOT WCC-MAP-OP-CODE
016900         MOVE "MAP TYPE NOT D OR O - REJECTED" TO WCT-MSG-TEXT
017000         PERFORM REJECTED-REPORT THRU
017100                 REJECTED-REPORT-EXIT
017200         GO TO PROCESS-INPUT-EXIT.
017300
017400     IF WCC-MAP-DEPARTMENT AND WCT-MAP-CODE NOT NUMERIC
017500         MOVE "DEPARTMENT NOT NUMERIC - REJECTED" TO WCT-MSG-TEXT
017600         PERFORM REJECTED-REPORT THRU
017700                 REJECTED-REPORT-EXIT
017800         GO TO PROCESS-INPUT-EXIT.
017900
018000     IF WCT-ACTION-ADD
018100         PERFORM ADD-MAPPING THRU
018200                 ADD-MAPPING-EXIT
018300     ELSE
018400         IF WCT-ACTION-CHANGE
018500             PERFORM CHANGE-MAPPING THRU
018600                     CHANGE-MAPPING-EXIT
018700         ELSE
018800             IF WCT-ACTION-DELETE
018900                 PERFORM DELETE-MAPPING THRU
019000                         DELETE-MAPPING-EXIT
019100             ELSE
019200                 MOVE "INVALID ACTION CODE - REJECTED" TO
019300                     WCT-MSG-TEXT
019400                 PERFORM REJECTED-REPORT THRU
019500                         REJECTED-REPORT-EXIT.
019600 PROCESS-INPUT-EXIT.  EXIT.
019700
019800 ADD-MAPPING.
019900     READ WC-CLASS-FILE.
020000     IF WCC-FILE-STATUS = SUCCESSFUL-STATUS
020100         MOVE "MAPPING ALREADY ON FILE - REJECTED" TO WCT-MSG-TEXT
020200         PERFORM REJECTED-REPORT THRU
020300                 REJECTED-REPORT-EXIT
020400         GO TO ADD-MAPPING-EXIT.
020500
020600     IF WCT-CLASS-CODE = SPACES
020700         MOVE "NO CLASS CODE GIVEN - REJECTED" TO WCT-MSG-TEXT
020800         PERFORM REJECTED-REPORT THRU
020900                 REJECTED-REPORT-EXIT
021000         GO TO ADD-MAPPING-EXIT.
021100
021200     MOVE WCT-EMPLOYER-NO TO WCC-EMPLOYER-NO.
021300     MOVE WCT-MAP-TYPE TO WCC-MAP-TYPE.
021400     MOVE WCT-MAP-CODE TO WCC-MAP-CODE.
021500     MOVE WCT-STATE TO WCC-STATE.
021600     MOVE WCT-CLASS-CODE TO WCC-CLASS-CODE.
021700     MOVE WCT-RATE-PER-100 TO WCC-RATE-PER-100.
021800     MOVE WCT-DESCRIPTION TO WCC-DESCRIPTION.
021900     MOVE WCT-TRANS-DATE TO WCC-LAST-CHANGE-DATE.
022000     MOVE WCT-USER-ID TO WCC-USER-ID.
022100     WRITE WC-CLASS-RECORD.
022200     ADD 1 TO CT-MAPS-ADDED.
022300
022400     MOVE "MAPPING ADDED" TO WCT-MSG-TEXT.
022500     PERFORM TRANSACTION-REPORT THRU
022600             TRANSACTION-REPORT-EXIT.
022700 ADD-MAPPING-EXIT.  EXIT.
022800
022900 CHANGE-MAPPING.
023000     READ WC-CLASS-FILE
023100         INVALID KEY
023200             MOVE "MAPPING NOT ON FILE - REJECTED" TO WCT-MSG-TEXT
023300             PERFORM REJECTED-REPORT THRU
023400                     REJECTED-REPORT-EXIT
023500             GO TO CHANGE-MAPPING-EXIT.
023600
023700*    Only the fields the transaction actually carries replace
023800*    what is on the table - a blank or zero field means "leave
023900*    that field alone".
024000     IF WCT-CLASS-CODE NOT = SPACES
024100         MOVE WCT-CLASS-CODE TO WCC-CLASS-CODE.
024200     IF WCT-RATE-PER-100 NOT = ZERO
024300         MOVE WCT-RATE-PER-100 TO WCC-RATE-PER-100.
024400     IF WCT-DESCRIPTION NOT = SPACES
024500         MOVE WCT-DESCRIPTION TO WCC-DESCRIPTION.
024600     MOVE WCT-TRANS-DATE TO WCC-LAST-CHANGE-DATE.
024700     MOVE WCT-USER-ID TO WCC-USER-ID.
024800     REWRITE WC-CLASS-RECORD.
024900     ADD 1 TO CT-MAPS-CHANGED.
025000
025100     MOVE "MAPPING CHANGED" TO WCT-MSG-TEXT.
025200     PERFORM TRANSACTION-REPORT THRU
025300             TRANSACTION-REPORT-EXIT.
025400 CHANGE-MAPPING-EXIT.  EXIT.
025500
025600 DELETE-MAPPING.
025700     READ WC-CLASS-FILE
025800         INVALID KEY
025900             MOVE "MAPPING NOT ON FILE - REJECTED" TO WCT-MSG-TEXT
026000             PERFORM REJECTED-REPORT THRU
026100                     REJECTED-REPORT-EXIT
026200             GO TO DELETE-MAPPING-EXIT.
026300
026400     DELETE WC-CLASS-FILE RECORD.
026500     ADD 1 TO CT-MAPS-DELETED.
026600
026700     MOVE "MAPPING DELETED" TO WCT-MSG-TEXT.
026800     PERFORM TRANSACTION-REPORT THRU
026900             TRANSACTION-REPORT-EXIT.
027000 DELETE-MAPPING-EXIT.  EXIT.
027100
027200 TRANSACTION-REPORT.
027300     MOVE SPACES TO WCM-REPORT-LINE.
027400     MOVE WCC-EMPLOYER-NO TO WCM-RL-EMPLOYER-NO.
027500     MOVE WCC-MAP-TYPE TO WCM-RL-MAP-TYPE.
027600     MOVE WCC-MAP-CODE TO WCM-RL-MAP-CODE.
027700     MOVE WCC-STATE TO WCM-RL-STATE.
027800     MOVE WCC-CLASS-CODE TO WCM-RL-CLASS-CODE.
027900     MOVE WCC-RATE-PER-100 TO WCM-RL-RATE.
028000     MOVE WCT-MSG-TEXT TO WCM-RL-MESSAGE.
028100     WRITE PRINT-RECORD FROM WCM-REPORT-LINE.
028200 TRANSACTION-REPORT-EXIT.  EXIT.
028300
028400 REJECTED-REPORT.
028500     MOVE SPACES TO WCM-REPORT-LINE.
028600     MOVE WCT-EMPLOYER-NO TO WCM-RL-EMPLOYER-NO.
028700     MOVE WCT-MAP-TYPE TO WCM-RL-MAP-TYPE.
028800     MOVE WCT-MAP-CODE TO WCM-RL-MAP-CODE.
028900     MOVE WCT-STATE TO WCM-RL-STATE.
029000     MOVE WCT-CLASS-CODE TO WCM-RL-CLASS-CODE.
029100     MOVE WCT-RATE-PER-100 TO WCM-RL-RATE.
029200     MOVE WCT-MSG-TEXT TO WCM-RL-MESSAGE.
029300     WRITE PRINT-RECORD FROM WCM-REPORT-LINE.
029400     ADD 1 TO CT-TRANS-REJECTED.
029500 REJECTED-REPORT-EXIT.  EXIT.
029600
029700 END-OF-PROGRAM SECTION.
029800
029900 DONE.
030000     STOP RUN.
030100
030200 END-OF-PROGRAM-EXIT.  EXIT.
