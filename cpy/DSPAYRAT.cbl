000100 GET-RATE-IN-FORCE.
000200*    Shared pay rate lookup, coded once here so the pay
000300*    calculation and the retro run price hours by the same
000400*    rule.  Caller MOVEs the employer and employee to
000500*    RAT-FIND-EMPLOYER-NO and RAT-FIND-EMP-NUM and the date
000600*    worked (CCYYMMDD) to RAT-FIND-DATE-CYMD, then PERFORMs
000700*    this paragraph THRU GET-RATE-IN-FORCE-EXIT, with
000800*    PAY-RATE-FILE open.  The rate in force is the latest
000850*    PAYRATE record for the employee with an effective date on
000900*    or before the date; when there is one, RAT-RATE-FOUND is
001000*    set and the RAT-IN-FORCE- fields carry it, with a zero
001100*    overtime multiplier already turned into time and a half.
001300     MOVE "N" TO RAT-FIND-RESULT-SW.
001400     MOVE "N" TO RAT-FIND-SCAN-DONE-SW.
001500     MOVE ZERO TO RAT-IN-FORCE-EFF-DATE.
001600     MOVE SPACE TO RAT-IN-FORCE-BASIS.
001700     MOVE ZERO TO RAT-IN-FORCE-RATE.
001800     MOVE ZERO TO RAT-IN-FORCE-SALARY-AMT.
001900     MOVE ZERO TO RAT-IN-FORCE-OT-MULT.
002000
002100     MOVE RAT-FIND-EMPLOYER-NO TO RAT-EMPLOYER-NO.
002200     MOVE RAT-FIND-EMP-NUM TO RAT-EMP-NUM.
002300     MOVE ZEROES TO RAT-EFF-DATE-CYMD.
002400     START PAY-RATE-FILE KEY IS NOT LESS THAN RAT-KEY.
002500     IF RAT-FILE-STATUS NOT = SUCCESSFUL-STATUS
002600         GO TO GET-RATE-IN-FORCE-EXIT.
002700
002800     PERFORM SCAN-ONE-RATE THRU
002900             SCAN-ONE-RATE-EXIT
003000         UNTIL RAT-FIND-SCAN-DONE.
003100
003200     IF RAT-RATE-FOUND AND RAT-IN-FORCE-OT-MULT = ZERO
003300         MOVE 1.50 TO RAT-IN-FORCE-OT-MULT.
003400 GET-RATE-IN-FORCE-EXIT.  EXIT.
003500
003600 SCAN-ONE-RATE.
003700     READ PAY-RATE-FILE NEXT
003800         AT END
003900             MOVE "Y" TO RAT-FIND-SCAN-DONE-SW
004000             GO TO SCAN-ONE-RATE-EXIT.
004100
004200     IF RAT-EMPLOYER-NO NOT = RAT-FIND-EMPLOYER-NO OR
004300        RAT-EMP-NUM NOT = RAT-FIND-EMP-NUM OR
004400        RAT-EFF-DATE-CYMD > RAT-FIND-DATE-CYMD
004500         MOVE "Y" TO RAT-FIND-SCAN-DONE-SW
004600         GO TO SCAN-ONE-RATE-EXIT.
004700
004800     MOVE "Y" TO RAT-FIND-RESULT-SW.
004900     MOVE RAT-EFF-DATE-CYMD TO RAT-IN-FORCE-EFF-DATE.
005000     MOVE RAT-PAY-BASIS TO RAT-IN-FORCE-BASIS.
005100     MOVE RAT-HOURLY-RATE TO RAT-IN-FORCE-RATE.
005200     MOVE RAT-SALARY TO RAT-IN-FORCE-SALARY-AMT.
005300     MOVE RAT-OT-MULTIPLIER TO RAT-IN-FORCE-OT-MULT.
005400 SCAN-ONE-RATE-EXIT.  EXIT.
