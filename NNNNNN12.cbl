001400*  is at or within one week of its approved-weeks limit, so STD
001500*  pay doesn't keep getting entered on TIMEDT past what was
001600*  actually approved.
001610*  Modified 10/15/26 TR - Every claim added, week of usage
001620*  recorded and claim closed is logged to AUDLOG with the
001630*  claim record as it stood before and after (DSAUDLOG).
001700*****************************************************************
001800
001900 AUTHOR. Terry Reinholt
003900
004000     COPY SLPRINT.
004100
004110     COPY SLAUDLOG.
004120
004200/
004300 DATA DIVISION.
004400
005200
005300     COPY FDPRINT.
005400
005410     COPY FDAUDLOG.
005420
005500/
005600 WORKING-STORAGE SECTION.
005700
006300
006400     COPY WSPRINT.
006500
006510     COPY WSAUDLOG.
006520
006600     COPY WSFILEST.
006700
006800 77  CT-TRANS-READ                    PIC 9(7) COMP VALUE ZERO.
011800         CLOSE STD-CLAIM-FILE
011900         OPEN I-O STD-CLAIM-FILE.
012000     OPEN OUTPUT PRINT-FILE.
012010     MOVE "NNNNNN12" TO AUD-LOG-PGM-NAME.
012020     PERFORM OPEN-AUDIT-LOG THRU
012030             OPEN-AUDIT-LOG-EXIT.
012100
012200     PERFORM HEADING-ROUTINE THRU
012300             HEADING-ROUTINE-EXIT.
017400     CLOSE PAYROLL-CONTROL-FILE
017500           STD-CLAIM-TRANS-FILE
017600           STD-CLAIM-FILE
017700           PRINT-FILE
017710           AUDIT-LOG-FILE.
017800 CLOSING-PROCEDURE-EXIT.  EXIT.
017900
018000/
020950                 REJECTED-REPORT-EXIT
021000         GO TO ADD-CLAIM-EXIT.
021300
021310*    A closed claim on file is replaced by the new one, so its
021320*    last state is the before image.
021330     IF STD-FILE-STATUS = SUCCESSFUL-STATUS
021340         MOVE STD-CLAIM-RECORD TO AUD-LOG-BEFORE-IMAGE
021350     ELSE
021360         MOVE SPACES TO AUD-LOG-BEFORE-IMAGE.
021370
021400     MOVE "A" TO STD-CLAIM-STATUS.
021500     MOVE STX-CLAIM-START-DATE TO STD-CLAIM-START-DATE.
021600     MOVE STX-CLAIM-END-DATE TO STD-CLAIM-END-DATE.
022700     ELSE
022800         WRITE STD-CLAIM-RECORD.
022900     ADD 1 TO CT-CLAIMS-ADDED.
022910     MOVE "A" TO AUD-LOG-ACTION.
022920     PERFORM LOG-CLAIM-AUDIT THRU
022930             LOG-CLAIM-AUDIT-EXIT.
023000
023100     MOVE "CLAIM ADDED" TO STX-MSG-TEXT.
023200     PERFORM TRANSACTION-REPORT THRU
024800                 REJECTED-REPORT-EXIT
024900         GO TO RECORD-USAGE-EXIT.
025000
025050     MOVE STD-CLAIM-RECORD TO AUD-LOG-BEFORE-IMAGE.
025100     ADD 1 TO STD-WEEKS-USED.
025200     REWRITE STD-CLAIM-RECORD.
025300     ADD 1 TO CT-USAGE-RECORDED.
025310     MOVE "C" TO AUD-LOG-ACTION.
025320     PERFORM LOG-CLAIM-AUDIT THRU
025330             LOG-CLAIM-AUDIT-EXIT.
025400
025500     MOVE "WEEK OF STD USAGE RECORDED" TO STX-MSG-TEXT.
025600     PERFORM TRANSACTION-REPORT THRU
026600                     REJECTED-REPORT-EXIT
026700             GO TO CLOSE-CLAIM-EXIT.
026800
026850     MOVE STD-CLAIM-RECORD TO AUD-LOG-BEFORE-IMAGE.
026900     MOVE "C" TO STD-CLAIM-STATUS.
027000     MOVE STX-CLAIM-END-DATE TO STD-CLAIM-END-DATE.
027100     REWRITE STD-CLAIM-RECORD.
027200     ADD 1 TO CT-CLAIMS-CLOSED.
027210     MOVE "S" TO AUD-LOG-ACTION.
027220     PERFORM LOG-CLAIM-AUDIT THRU
027230             LOG-CLAIM-AUDIT-EXIT.
027300
027400     MOVE "CLAIM CLOSED" TO STX-MSG-TEXT.
027500     PERFORM TRANSACTION-REPORT THRU
027600             TRANSACTION-REPORT-EXIT.
027700 CLOSE-CLAIM-EXIT.  EXIT.
027710
027720 LOG-CLAIM-AUDIT.
027730     MOVE "STDCLAIM" TO AUD-LOG-FILE-ID.
027740     MOVE STD-KEY TO AUD-LOG-RECORD-KEY.
027750     MOVE STD-EMPLOYER-NO TO AUD-LOG-EMPLOYER-NO.
027760     MOVE STD-EMP-NUM TO AUD-LOG-EMP-NUM.
027770     MOVE STX-USER-ID TO AUD-LOG-USER-ID.
027780     MOVE STD-CLAIM-RECORD TO AUD-LOG-AFTER-IMAGE.
027790     PERFORM WRITE-AUDIT-RECORD THRU
027795             WRITE-AUDIT-RECORD-EXIT.
027797 LOG-CLAIM-AUDIT-EXIT.  EXIT.
027800
027900 TRANSACTION-REPORT.
028000     MOVE SPACES TO STX-REPORT-LINE.
034800     WRITE PRINT-RECORD FROM STD-REPORT-LINE.
034900 SCAN-ONE-CLAIM-EXIT.  EXIT.
035000
035010     COPY DSAUDLOG.
035020
035100 END-OF-PROGRAM SECTION.
035200
035300 DONE.
