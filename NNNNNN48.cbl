001800*  that reached zero paid off.  Guarded by the RUNCTL run
001900*  control: a second update pass for the same period would
002000*  apply the period's deductions against the balances twice.
002010*  Modified 10/15/26 TR - Every loan set up, changed or closed
002020*  by transaction is logged to AUDLOG with the LOANMST record
002030*  as it stood before and after (DSAUDLOG).  The period
002040*  deduction pass is payroll posting, not maintenance, and is
002050*  not logged.
002100*****************************************************************
002200
002300 AUTHOR. Terry Reinholt
004700
004800     COPY SLPRINT.
004900
004910     COPY SLAUDLOG.
004920
005000/
005100 DATA DIVISION.
005200
006400
006500     COPY FDPRINT.
006600
006610     COPY FDAUDLOG.
006620
006700/
006800 WORKING-STORAGE SECTION.
006900
007900
008000     COPY WSPRINT.
008100
008110     COPY WSAUDLOG.
008120
008200     COPY WSFILEST.
008300
008400 77  CT-TRANS-READ                    PIC 9(7) COMP VALUE ZERO.
016500         OPEN I-O LOAN-MASTER-FILE.
016600     OPEN INPUT PAY-TIME-TRX-FILE.
016700     OPEN OUTPUT PRINT-FILE.
016710     MOVE "NNNNNN48" TO AUD-LOG-PGM-NAME.
016720     PERFORM OPEN-AUDIT-LOG THRU
016730             OPEN-AUDIT-LOG-EXIT.
016800
016900     PERFORM HEADING-ROUTINE THRU
017000             HEADING-ROUTINE-EXIT.
024400           LOAN-MASTER-FILE
024500           PAY-TIME-TRX-FILE
024600           PRINT-FILE
024700           RUN-CONTROL-FILE
024710           AUDIT-LOG-FILE.
024800 CLOSING-PROCEDURE-EXIT.  EXIT.
024900
025000/
030800                 TRANS-REPORT-LINE-EXIT
030900         GO TO SET-UP-LOAN-EXIT.
031000
031010*    A paid-off loan on file is replaced by the new one, so its
031020*    last state is the before image.
031030     IF LON-ON-FILE
031040         MOVE LOAN-MASTER-RECORD TO AUD-LOG-BEFORE-IMAGE
031050     ELSE
031060         MOVE SPACES TO AUD-LOG-BEFORE-IMAGE.
031070
031100     MOVE LNT-EMPLOYER-NO TO LN-EMPLOYER-NO.
031200     MOVE LNT-EMP-NUM TO LN-EMP-NUM.
031300     MOVE LNT-PRINCIPAL TO LN-ORIG-PRINCIPAL.
032000         REWRITE LOAN-MASTER-RECORD
032100     ELSE
032200         WRITE LOAN-MASTER-RECORD.
032210     MOVE "A" TO AUD-LOG-ACTION.
032220     PERFORM LOG-LOAN-AUDIT THRU
032230             LOG-LOAN-AUDIT-EXIT.
032250*    The loan is on file now either way, so the report line
032260*    shows its opening balance.
032270     MOVE "Y" TO LON-ON-FILE-SW.
033400                 TRANS-REPORT-LINE-EXIT
033500         GO TO CHANGE-LOAN-EXIT.
033600
033610     MOVE LOAN-MASTER-RECORD TO AUD-LOG-BEFORE-IMAGE.
033620
033700*    Only the fields the transaction actually carries replace
033800*    what is on the master - a zero field means "leave that
033900*    field alone", the way NNNNNN28 changes work.
034400     IF LNT-START-DATE NOT = ZERO
034500         MOVE LNT-START-DATE TO LN-START-DATE.
034600     REWRITE LOAN-MASTER-RECORD.
034610     MOVE "C" TO AUD-LOG-ACTION.
034620     PERFORM LOG-LOAN-AUDIT THRU
034630             LOG-LOAN-AUDIT-EXIT.
034700     ADD 1 TO CT-LOANS-CHANGED.
034800     MOVE "LOAN CHANGED" TO LON-TRANS-MESSAGE.
034900     PERFORM TRANS-REPORT-LINE THRU
035800                 TRANS-REPORT-LINE-EXIT
035900         GO TO CLOSE-LOAN-EXIT.
036000
036010     MOVE LOAN-MASTER-RECORD TO AUD-LOG-BEFORE-IMAGE.
036100     MOVE "P" TO LN-STATUS.
036200     REWRITE LOAN-MASTER-RECORD.
036210     MOVE "S" TO AUD-LOG-ACTION.
036220     PERFORM LOG-LOAN-AUDIT THRU
036230             LOG-LOAN-AUDIT-EXIT.
036300     ADD 1 TO CT-LOANS-CLOSED.
036400     MOVE "LOAN CLOSED BY TRANSACTION" TO
036450         LON-TRANS-MESSAGE.
050600     IF LON-PAYOFF-REM > ZERO
050700         ADD 1 TO LON-PAYOFF-PERIODS.
050800 COMPUTE-PAYOFF-PERIODS-EXIT.  EXIT.
050810
050820 LOG-LOAN-AUDIT.
050830     MOVE "LOANMST" TO AUD-LOG-FILE-ID.
050840     MOVE LN-KEY TO AUD-LOG-RECORD-KEY.
050850     MOVE LN-EMPLOYER-NO TO AUD-LOG-EMPLOYER-NO.
050860     MOVE LN-EMP-NUM TO AUD-LOG-EMP-NUM.
050870     MOVE LNT-USER-ID TO AUD-LOG-USER-ID.
050880     MOVE LOAN-MASTER-RECORD TO AUD-LOG-AFTER-IMAGE.
050890     PERFORM WRITE-AUDIT-RECORD THRU
050892             WRITE-AUDIT-RECORD-EXIT.
050894 LOG-LOAN-AUDIT-EXIT.  EXIT.
050900
051000     COPY DSRUNCTL.
051010
051020     COPY DSAUDLOG.
051100
051200 END-OF-PROGRAM SECTION.
051300
