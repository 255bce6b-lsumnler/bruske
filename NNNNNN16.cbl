001200*  rather than a change on top of the old one, so the version
001300*  that was in force for any given day worked can always be
001400*  found again.
001410*  Modified 10/15/26 TR - Every version added or retired is
001420*  logged to AUDLOG with the WRKSCH record as it stood before
001430*  and after (DSAUDLOG).
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
009400         CLOSE WRKSCH-FILE
009500         OPEN I-O WRKSCH-FILE.
009600     OPEN OUTPUT PRINT-FILE.
009610     MOVE "NNNNNN16" TO AUD-LOG-PGM-NAME.
009620     PERFORM OPEN-AUDIT-LOG THRU
009630             OPEN-AUDIT-LOG-EXIT.
009700
009800     PERFORM HEADING-ROUTINE THRU
009900             HEADING-ROUTINE-EXIT.
013500
013600     CLOSE WRKSCH-TRANS-FILE
013700           WRKSCH-FILE
013800           PRINT-FILE
013810           AUDIT-LOG-FILE.
013900 CLOSING-PROCEDURE-EXIT.  EXIT.
014000
014100/
019500     MOVE "A" TO WKS-STATUS-FLAG.
019600     WRITE WRKSCH-RECORD.
019700     ADD 1 TO CT-VERSIONS-ADDED.
019710     MOVE SPACES TO AUD-LOG-BEFORE-IMAGE.
019720     MOVE "A" TO AUD-LOG-ACTION.
019730     PERFORM LOG-VERSION-AUDIT THRU
019740             LOG-VERSION-AUDIT-EXIT.
019800
019900     MOVE "SCHEDULE VERSION ADDED" TO WKT-MSG-TEXT.
020000     PERFORM TRANSACTION-REPORT THRU
021000                     REJECTED-REPORT-EXIT
021100             GO TO RETIRE-VERSION-EXIT.
021200
021250     MOVE WRKSCH-RECORD TO AUD-LOG-BEFORE-IMAGE.
021300     MOVE "R" TO WKS-STATUS-FLAG.
021400     REWRITE WRKSCH-RECORD.
021500     ADD 1 TO CT-VERSIONS-RETIRED.
021510     MOVE "S" TO AUD-LOG-ACTION.
021520     PERFORM LOG-VERSION-AUDIT THRU
021530             LOG-VERSION-AUDIT-EXIT.
021600
021700     MOVE "SCHEDULE VERSION RETIRED" TO WKT-MSG-TEXT.
021800     PERFORM TRANSACTION-REPORT THRU
023700     WRITE PRINT-RECORD FROM WKM-REPORT-LINE.
023800     ADD 1 TO CT-TRANS-REJECTED.
023900 REJECTED-REPORT-EXIT.  EXIT.
023905
023910 LOG-VERSION-AUDIT.
023915*    Schedules are not kept by employer or employee; the
023920*    record is found on the audit report by its key.
023925     MOVE "WRKSCH" TO AUD-LOG-FILE-ID.
023930     MOVE WKS-KEY TO AUD-LOG-RECORD-KEY.
023935     MOVE ZERO TO AUD-LOG-EMPLOYER-NO.
023940     MOVE ZERO TO AUD-LOG-EMP-NUM.
023945     MOVE WKT-USER-ID TO AUD-LOG-USER-ID.
023950     MOVE WRKSCH-RECORD TO AUD-LOG-AFTER-IMAGE.
023955     PERFORM WRITE-AUDIT-RECORD THRU
023960             WRITE-AUDIT-RECORD-EXIT.
023965 LOG-VERSION-AUDIT-EXIT.  EXIT.
023970
023975     COPY DSAUDLOG.
024000
024100 END-OF-PROGRAM SECTION.
024200
