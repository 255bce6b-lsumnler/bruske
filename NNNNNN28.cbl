001440*  (EMT-WORK-STATE to EM-WORK-STATE) for multi-state wage
001450*  reporting; a zero badge or blank state on a change
001460*  leaves the master's field alone.
001470*  Modified 10/15/26 TR - Every add, change, termination and
001480*  rehire is logged to AUDLOG with the EMPMAST record as it
001490*  stood before and after (DSAUDLOG).  The separation run
001495*  finds its newly terminated employees from these records.
001500*****************************************************************
001600
001700 AUTHOR. Terry Reinholt
003500
003600     COPY SLPRINT.
003700
003710     COPY SLAUDLOG.
003720
003800/
003900 DATA DIVISION.
004000
004600
004700     COPY FDPRINT.
004800
004810     COPY FDAUDLOG.
004820
004900/
005000 WORKING-STORAGE SECTION.
005100
005500
005600     COPY WSPRINT.
005700
005710     COPY WSAUDLOG.
005720
005800     COPY WSFILEST.
005900
006000 77  CT-TRANS-READ                    PIC 9(7) COMP VALUE ZERO.
009400         CLOSE EMPLOYEE-MASTER-FILE
009500         OPEN I-O EMPLOYEE-MASTER-FILE.
009600     OPEN OUTPUT PRINT-FILE.
009610     MOVE "NNNNNN28" TO AUD-LOG-PGM-NAME.
009620     PERFORM OPEN-AUDIT-LOG THRU
009630             OPEN-AUDIT-LOG-EXIT.
009700
009800     PERFORM HEADING-ROUTINE THRU
009900             HEADING-ROUTINE-EXIT.
014100
014200     CLOSE EMPLOYEE-MASTER-TRANS-FILE
014300           EMPLOYEE-MASTER-FILE
014400           PRINT-FILE
014410           AUDIT-LOG-FILE.
014500 CLOSING-PROCEDURE-EXIT.  EXIT.
014600
014700/
020100     MOVE "A" TO EM-STATUS.
020200     WRITE EMPLOYEE-MASTER-RECORD.
020300     ADD 1 TO CT-EMPLOYEES-ADDED.
020310     MOVE SPACES TO AUD-LOG-BEFORE-IMAGE.
020320     MOVE "A" TO AUD-LOG-ACTION.
020330     PERFORM LOG-EMPLOYEE-AUDIT THRU
020340             LOG-EMPLOYEE-AUDIT-EXIT.
020400
020500     MOVE "EMPLOYEE ADDED" TO EMT-MSG-TEXT.
020600     PERFORM TRANSACTION-REPORT THRU
021600                     REJECTED-REPORT-EXIT
021700             GO TO CHANGE-EMPLOYEE-EXIT.
021800
021810     MOVE EMPLOYEE-MASTER-RECORD TO AUD-LOG-BEFORE-IMAGE.
021820
021900*    Only the fields the transaction actually carries replace
022000*    what is on the master - a blank or zero field means "leave
022100*    that field alone".
023140         MOVE EMT-WORK-STATE TO EM-WORK-STATE.
023200     REWRITE EMPLOYEE-MASTER-RECORD.
023300     ADD 1 TO CT-EMPLOYEES-CHANGED.
023310     MOVE "C" TO AUD-LOG-ACTION.
023320     PERFORM LOG-EMPLOYEE-AUDIT THRU
023330             LOG-EMPLOYEE-AUDIT-EXIT.
023400
023500     MOVE "EMPLOYEE CHANGED" TO EMT-MSG-TEXT.
023600     PERFORM TRANSACTION-REPORT THRU
024600                     REJECTED-REPORT-EXIT
024700             GO TO FLIP-EMPLOYEE-STATUS-EXIT.
024800
024810     MOVE EMPLOYEE-MASTER-RECORD TO AUD-LOG-BEFORE-IMAGE.
024820
024900     IF EMT-ACTION-TERMINATE
025000         MOVE "T" TO EM-STATUS
025100         ADD 1 TO CT-EMPLOYEES-TERMINATED
025500         ADD 1 TO CT-EMPLOYEES-REHIRED
025600         MOVE "EMPLOYEE REHIRED" TO EMT-MSG-TEXT.
025700     REWRITE EMPLOYEE-MASTER-RECORD.
025710     MOVE "S" TO AUD-LOG-ACTION.
025720     PERFORM LOG-EMPLOYEE-AUDIT THRU
025730             LOG-EMPLOYEE-AUDIT-EXIT.
025800
025900     PERFORM TRANSACTION-REPORT THRU
026000             TRANSACTION-REPORT-EXIT.
027600     WRITE PRINT-RECORD FROM EMM-REPORT-LINE.
027700     ADD 1 TO CT-TRANS-REJECTED.
027800 REJECTED-REPORT-EXIT.  EXIT.
027805
027810 LOG-EMPLOYEE-AUDIT.
027815     MOVE "EMPMAST" TO AUD-LOG-FILE-ID.
027820     MOVE EM-KEY TO AUD-LOG-RECORD-KEY.
027825     MOVE EM-EMPLOYER-NO TO AUD-LOG-EMPLOYER-NO.
027830     MOVE EM-EMP-NUM TO AUD-LOG-EMP-NUM.
027835     MOVE EMT-USER-ID TO AUD-LOG-USER-ID.
027840     MOVE EMPLOYEE-MASTER-RECORD TO AUD-LOG-AFTER-IMAGE.
027845     PERFORM WRITE-AUDIT-RECORD THRU
027850             WRITE-AUDIT-RECORD-EXIT.
027855 LOG-EMPLOYEE-AUDIT-EXIT.  EXIT.
027860
027865     COPY DSAUDLOG.
027900
028000 END-OF-PROGRAM SECTION.
028100
