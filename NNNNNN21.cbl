001000*  AGX-ACTION-CHANGE replaces whichever fields the transaction
001100*  carries, AGX-ACTION-DELETE removes the payee once the
001200*  withholding order has been released by the court.
001210*  Modified 10/15/26 TR - Every payee added, changed or
001220*  deleted is logged to AUDLOG with the AGYPAYEE record as it
001230*  stood before and after (DSAUDLOG), so a case number or
001240*  remit address change can be traced to the operator.
001300*****************************************************************
001400
001500 AUTHOR. Terry Reinholt
003300
003400     COPY SLPRINT.
003500
003510     COPY SLAUDLOG.
003520
003600/
003700 DATA DIVISION.
003800
004400
004500     COPY FDPRINT.
004600
004610     COPY FDAUDLOG.
004620
004700/
004800 WORKING-STORAGE SECTION.
004900
005300
005400     COPY WSPRINT.
005500
005510     COPY WSAUDLOG.
005520
005600     COPY WSFILEST.
005700
005800 77  CT-TRANS-READ                    PIC 9(7) COMP VALUE ZERO.
009300         CLOSE AGENCY-PAYEE-FILE
009400         OPEN I-O AGENCY-PAYEE-FILE.
009500     OPEN OUTPUT PRINT-FILE.
009510     MOVE "NNNNNN21" TO AUD-LOG-PGM-NAME.
009520     PERFORM OPEN-AUDIT-LOG THRU
009530             OPEN-AUDIT-LOG-EXIT.
009600
009700     PERFORM HEADING-ROUTINE THRU
009800             HEADING-ROUTINE-EXIT.
013700
013800     CLOSE AGENCY-PAYEE-TRANS-FILE
013900           AGENCY-PAYEE-FILE
014000           PRINT-FILE
014010           AUDIT-LOG-FILE.
014100 CLOSING-PROCEDURE-EXIT.  EXIT.
014200
014300/
020100         MOVE "C" TO AGY-REMIT-METHOD.
020200     WRITE AGENCY-PAYEE-RECORD.
020300     ADD 1 TO CT-PAYEES-ADDED.
020310     MOVE SPACES TO AUD-LOG-BEFORE-IMAGE.
020320     MOVE "A" TO AUD-LOG-ACTION.
020330     PERFORM LOG-PAYEE-AUDIT THRU
020340             LOG-PAYEE-AUDIT-EXIT.
020400
020500     MOVE "PAYEE ADDED" TO AGX-MSG-TEXT.
020600     PERFORM TRANSACTION-REPORT THRU
021500                     REJECTED-REPORT-EXIT
021600             GO TO CHANGE-PAYEE-EXIT.
021700
021710     MOVE AGENCY-PAYEE-RECORD TO AUD-LOG-BEFORE-IMAGE.
021720
021800*    Only the fields the transaction actually carries replace
021900*    what is on the master - a blank field means "leave that
022000*    field alone".
023200         MOVE AGX-REMIT-METHOD TO AGY-REMIT-METHOD.
023300     REWRITE AGENCY-PAYEE-RECORD.
023400     ADD 1 TO CT-PAYEES-CHANGED.
023410     MOVE "C" TO AUD-LOG-ACTION.
023420     PERFORM LOG-PAYEE-AUDIT THRU
023430             LOG-PAYEE-AUDIT-EXIT.
023500
023600     MOVE "PAYEE CHANGED" TO AGX-MSG-TEXT.
023700     PERFORM TRANSACTION-REPORT THRU
024600                     REJECTED-REPORT-EXIT
024700             GO TO DELETE-PAYEE-EXIT.
024800
024850     MOVE AGENCY-PAYEE-RECORD TO AUD-LOG-BEFORE-IMAGE.
024900     DELETE AGENCY-PAYEE-FILE.
025000     ADD 1 TO CT-PAYEES-DELETED.
025010     MOVE "D" TO AUD-LOG-ACTION.
025020     PERFORM LOG-PAYEE-AUDIT THRU
025030             LOG-PAYEE-AUDIT-EXIT.
025100
025200     MOVE "PAYEE DELETED" TO AGX-MSG-TEXT.
025300     PERFORM TRANSACTION-REPORT THRU
027200     WRITE PRINT-RECORD FROM AGM-REPORT-LINE.
027300     ADD 1 TO CT-TRANS-REJECTED.
027400 REJECTED-REPORT-EXIT.  EXIT.
027405
027410 LOG-PAYEE-AUDIT.
027415*    A deleted payee has no after image.
027420     MOVE "AGYPAYEE" TO AUD-LOG-FILE-ID.
027425     MOVE AGY-KEY TO AUD-LOG-RECORD-KEY.
027430     MOVE AGY-EMPLOYER-NO TO AUD-LOG-EMPLOYER-NO.
027435     MOVE AGY-EMP-NUM TO AUD-LOG-EMP-NUM.
027440     MOVE AGX-USER-ID TO AUD-LOG-USER-ID.
027445     IF AUD-LOG-DELETE
027450         MOVE SPACES TO AUD-LOG-AFTER-IMAGE
027455     ELSE
027460         MOVE AGENCY-PAYEE-RECORD TO AUD-LOG-AFTER-IMAGE.
027465     PERFORM WRITE-AUDIT-RECORD THRU
027470             WRITE-AUDIT-RECORD-EXIT.
027475 LOG-PAYEE-AUDIT-EXIT.  EXIT.
027480
027485     COPY DSAUDLOG.
027500
027600 END-OF-PROGRAM SECTION.
027700
