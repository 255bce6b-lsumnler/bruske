001200*  records must still be able to find their op-code on file - so
001300*  a dead code is inactivated instead, which also makes it flunk
001400*  the op-code validation pass from then on.
001410*  Modified 10/15/26 TR - Every code added, changed,
001420*  inactivated or reactivated is logged to AUDLOG with the
001430*  OPCODE record as it stood before and after (DSAUDLOG).
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
009200         CLOSE OPCODE-FILE
009300         OPEN I-O OPCODE-FILE.
009400     OPEN OUTPUT PRINT-FILE.
009410     MOVE "NNNNNN14" TO AUD-LOG-PGM-NAME.
009420     PERFORM OPEN-AUDIT-LOG THRU
009430             OPEN-AUDIT-LOG-EXIT.
009500
009600     PERFORM HEADING-ROUTINE THRU
009700             HEADING-ROUTINE-EXIT.
013900
014000     CLOSE OPCODE-TRANS-FILE
014100           OPCODE-FILE
014200           PRINT-FILE
014210           AUDIT-LOG-FILE.
014300 CLOSING-PROCEDURE-EXIT.  EXIT.
014400
014500/
018800     MOVE "A" TO OPC-ACTIVE-FLAG.
018900     WRITE OPCODE-RECORD.
019000     ADD 1 TO CT-CODES-ADDED.
019010     MOVE SPACES TO AUD-LOG-BEFORE-IMAGE.
019020     MOVE "A" TO AUD-LOG-ACTION.
019030     PERFORM LOG-CODE-AUDIT THRU
019040             LOG-CODE-AUDIT-EXIT.
019100
019200     MOVE "CODE ADDED" TO OPT-MSG-TEXT.
019300     PERFORM TRANSACTION-REPORT THRU
020200                     REJECTED-REPORT-EXIT
020300             GO TO CHANGE-CODE-EXIT.
020400
020410     MOVE OPCODE-RECORD TO AUD-LOG-BEFORE-IMAGE.
020420
020500*    Only the fields the transaction actually carries replace
020600*    what is on the master - a blank or zero field means "leave
020700*    that field alone".
021500         MOVE OPT-ABSENCE-CODE TO OPC-ABSENCE-CODE.
021600     REWRITE OPCODE-RECORD.
021700     ADD 1 TO CT-CODES-CHANGED.
021710     MOVE "C" TO AUD-LOG-ACTION.
021720     PERFORM LOG-CODE-AUDIT THRU
021730             LOG-CODE-AUDIT-EXIT.
021800
021900     MOVE "CODE CHANGED" TO OPT-MSG-TEXT.
022000     PERFORM TRANSACTION-REPORT THRU
022900                     REJECTED-REPORT-EXIT
023000             GO TO FLIP-ACTIVE-FLAG-EXIT.
023100
023110     MOVE OPCODE-RECORD TO AUD-LOG-BEFORE-IMAGE.
023120
023200     IF OPT-ACTION-INACTIVATE
023300         MOVE "I" TO OPC-ACTIVE-FLAG
023400         ADD 1 TO CT-CODES-INACTIVATED
023800         ADD 1 TO CT-CODES-REACTIVATED
023900         MOVE "CODE REACTIVATED" TO OPT-MSG-TEXT.
024000     REWRITE OPCODE-RECORD.
024010     MOVE "S" TO AUD-LOG-ACTION.
024020     PERFORM LOG-CODE-AUDIT THRU
024030             LOG-CODE-AUDIT-EXIT.
024100
024200     PERFORM TRANSACTION-REPORT THRU
024300             TRANSACTION-REPORT-EXIT.
025700     WRITE PRINT-RECORD FROM OPM-REPORT-LINE.
025800     ADD 1 TO CT-TRANS-REJECTED.
025900 REJECTED-REPORT-EXIT.  EXIT.
025905
025910 LOG-CODE-AUDIT.
025915*    Op codes are not kept by employer or employee; the
025920*    record is found on the audit report by its key.
025925     MOVE "OPCODE" TO AUD-LOG-FILE-ID.
025930     MOVE OPC-KEY TO AUD-LOG-RECORD-KEY.
025935     MOVE ZERO TO AUD-LOG-EMPLOYER-NO.
025940     MOVE ZERO TO AUD-LOG-EMP-NUM.
025945     MOVE OPT-USER-ID TO AUD-LOG-USER-ID.
025950     MOVE OPCODE-RECORD TO AUD-LOG-AFTER-IMAGE.
025955     PERFORM WRITE-AUDIT-RECORD THRU
025960             WRITE-AUDIT-RECORD-EXIT.
025965 LOG-CODE-AUDIT-EXIT.  EXIT.
025970
025975     COPY DSAUDLOG.
026000
026100 END-OF-PROGRAM SECTION.
026200
