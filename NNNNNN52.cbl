000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN52.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Pay rate maintenance.  Applies PAYRATTX transactions against
000700*  the effective-dated PAYRATE master.  RTX-ACTION-ADD sets up
000800*  one employee's rate change effective RTX-EFF-DATE-CYMD; the
000900*  employee must be on EMPMAST, and a blank pay basis or zero
001000*  overtime multiplier carries over from the rate in force the
001100*  day the change takes effect.  RTX-ACTION-MASS gives every
001200*  active employee in RTX-DEPARTMENT-NO a RTX-INCREASE-PCT
001300*  raise effective RTX-EFF-DATE-CYMD, figured on each
001400*  employee's rate in force that day - an employee with no rate
001500*  on file yet, or one who already has a change on that date,
001600*  is listed and left alone.  RTX-ACTION-CHANGE corrects a
001700*  rate keyed in wrong: the record for RTX-EFF-DATE-CYMD is
001800*  rewritten in place with the transaction's values, a blank
001810*  pay basis or zero overtime multiplier keeping the record's
001820*  own.  A new rate is always an add for its own date, and no
001830*  rate is ever deleted, so PAYRATE stays the employee's full
001900*  rate history (printed by NNNNNN53).
002000*****************************************************************
002100
002200 AUTHOR. Terry Reinholt
002300
002400 ENVIRONMENT DIVISION.
002500
002600 CONFIGURATION SECTION.
002700
002800 SOURCE-COMPUTER. WANG-2200-VS.
002900 OBJECT-COMPUTER. WANG-2200-VS.
003000
003100     COPY FIGCONS.
003200
003300 INPUT-OUTPUT SECTION.
003400
003500 FILE-CONTROL.
003600
003700     COPY SLPAYRTX.
003800
003900     COPY SLPAYRAT.
004000
004100     COPY SLEMPMST.
004200
004300     COPY SLPRINT.
004400
004500/
004600 DATA DIVISION.
004700
004800 FILE SECTION.
004900
005000     COPY FDPAYRTX.
005100
005200     COPY FDPAYRAT.
005300
005400     COPY FDEMPMST.
005500
005600     COPY FDPRINT.
005700
005800/
005900 WORKING-STORAGE SECTION.
006000
006100     COPY WSPAYRTX.
006200
006300     COPY WSPAYRAT.
006400
006500     COPY WSEMPMST.
006600
006700     COPY WSPRINT.
006800
006900     COPY WSFILEST.
007000
007100 77  CT-TRANS-READ                    PIC 9(7) COMP VALUE ZERO.
007200 77  CT-RATES-ADDED                   PIC 9(7) COMP VALUE ZERO.
007250 77  CT-RATES-CORRECTED               PIC 9(7) COMP VALUE ZERO.
007300 77  CT-MASS-INCREASES                PIC 9(7) COMP VALUE ZERO.
007400 77  CT-MASS-SKIPPED                  PIC 9(7) COMP VALUE ZERO.
007500 77  CT-TRANS-REJECTED                PIC 9(7) COMP VALUE ZERO.
007600
007700 77  RTX-MSG-TEXT                     PIC X(40) VALUE SPACES.
007800
007900 77  RTM-NEW-BASIS                    PIC X(1) VALUE SPACE.
008000 77  RTM-NEW-RATE                  PIC S9(3)V999 COMP VALUE ZERO.
008100 77  RTM-NEW-SALARY                PIC S9(5)V99 COMP VALUE ZERO.
008200 77  RTM-NEW-OT-MULT                  PIC 9(1)V99 VALUE ZERO.
008300 77  RTM-REPORT-EMP-NUM               PIC 9(4) VALUE ZERO.
008400
008500 77  EM-SCAN-DONE-SW                  PIC X(1) VALUE "N".
008600     88  EM-SCAN-DONE                   VALUE "Y".
008700
008800 01  CT-REPORT-LINE.
008900     05  FILLER                       PIC X(4).
009000     05  CT-RL-LABEL                   PIC X(40).
009100     05  FILLER                       PIC X(4).
009200     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
009300     05  FILLER                       PIC X(71).
009400
009500 01  RTM-REPORT-LINE.
009600     05  RTM-RL-EMPLOYER-NO             PIC Z9.
009700     05  FILLER                       PIC X(2).
009800     05  RTM-RL-EMP-NUM                 PIC ZZZ9.
009900     05  FILLER                       PIC X(2).
010000     05  RTM-RL-EFF-DATE                PIC 9(8).
010100     05  FILLER                       PIC X(2).
010200     05  RTM-RL-BASIS                   PIC X(1).
010300     05  FILLER                       PIC X(2).
010400     05  RTM-RL-RATE                    PIC ZZ9.999.
010500     05  FILLER                       PIC X(2).
010600     05  RTM-RL-SALARY                  PIC ZZ,ZZ9.99.
010700     05  FILLER                       PIC X(3).
010800     05  RTM-RL-MESSAGE                 PIC X(40).
010900     05  FILLER                       PIC X(48).
011000
011100/
011200 PROCEDURE DIVISION.
011300
011400 MAIN-LOGIC SECTION.
011500
011600 INITIALIZATION.
011700     OPEN INPUT PAY-RATE-TRANS-FILE.
011800     OPEN I-O PAY-RATE-FILE.
011900     IF RAT-FILE-STATUS = "35"
012000         OPEN OUTPUT PAY-RATE-FILE
012100         CLOSE PAY-RATE-FILE
012200         OPEN I-O PAY-RATE-FILE.
012300     OPEN INPUT EMPLOYEE-MASTER-FILE.
012400     IF EM-FILE-STATUS NOT = SUCCESSFUL-STATUS
012500         DISPLAY "UNABLE TO OPEN EMPMAST FILE, STATUS = "
012600             EM-FILE-STATUS
012700         GO TO DONE.
012800     OPEN OUTPUT PRINT-FILE.
012900
013000     PERFORM HEADING-ROUTINE THRU
013100             HEADING-ROUTINE-EXIT.
013200
013300     PERFORM PROCESS-INPUT THRU
013400             PROCESS-INPUT-EXIT
013500         UNTIL RTX-FILE-STATUS = AT-END.
013600
013700     PERFORM CLOSE-DOWN THRU
013800             CLOSING-PROCEDURE-EXIT.
013900
014000     GO TO DONE.
014100
014200 HEADING-ROUTINE.
014300     MOVE SPACES TO PRINT-RECORD.
014400     MOVE "PAY RATE MAINTENANCE" TO PRINT-RECORD.
014500     WRITE PRINT-RECORD.
014600     MOVE SPACES TO PRINT-RECORD.
014700     MOVE "ER  EMP   EFFECTIVE B     RATE     SALARY" TO
014800         PRINT-RECORD.
014900     WRITE PRINT-RECORD.
015000     MOVE SPACES TO PRINT-RECORD.
015100     WRITE PRINT-RECORD.
015200 HEADING-ROUTINE-EXIT.  EXIT.
015300
015400 CLOSING-PROCEDURE SECTION.
015500
015600 CLOSE-DOWN.
015700     MOVE SPACES TO PRINT-RECORD.
015800     WRITE PRINT-RECORD.
015900     MOVE "TRANSACTIONS READ" TO CT-RL-LABEL.
016000     MOVE CT-TRANS-READ TO CT-RL-VALUE.
016100     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
016200     MOVE "RATE CHANGES ADDED" TO CT-RL-LABEL.
016300     MOVE CT-RATES-ADDED TO CT-RL-VALUE.
016400     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
016410     MOVE "RATES CORRECTED" TO CT-RL-LABEL.
016420     MOVE CT-RATES-CORRECTED TO CT-RL-VALUE.
016430     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
016500     MOVE "DEPARTMENT INCREASES GIVEN" TO CT-RL-LABEL.
016600     MOVE CT-MASS-INCREASES TO CT-RL-VALUE.
016700     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
016800     MOVE "DEPARTMENT INCREASES SKIPPED" TO CT-RL-LABEL.
016900     MOVE CT-MASS-SKIPPED TO CT-RL-VALUE.
017000     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
017100     MOVE "TRANSACTIONS REJECTED" TO CT-RL-LABEL.
017200     MOVE CT-TRANS-REJECTED TO CT-RL-VALUE.
017300     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
017400
017500     CLOSE PAY-RATE-TRANS-FILE
017600           PAY-RATE-FILE
017700           EMPLOYEE-MASTER-FILE
017800           PRINT-FILE.
017900 CLOSING-PROCEDURE-EXIT.  EXIT.
018000
018100/
018200 PROCESS SECTION.
018300
018400 PROCESS-INPUT.
018500
018600     READ PAY-RATE-TRANS-FILE NEXT.
018700     IF RTX-FILE-STATUS = AT-END
018800         GO TO PROCESS-INPUT-EXIT.
018900
019000     ADD 1 TO CT-TRANS-READ.
019100     MOVE RTX-EMP-NUM TO RTM-REPORT-EMP-NUM.
019200
019300     IF RTX-EFF-DATE-CYMD = ZERO
019400         MOVE "EFFECTIVE DATE MISSING - REJECTED" TO
019500             RTX-MSG-TEXT
019600         PERFORM REJECTED-REPORT THRU
019700                 REJECTED-REPORT-EXIT
019800         GO TO PROCESS-INPUT-EXIT.
019900
020000     IF RTX-ACTION-ADD
020100         PERFORM ADD-RATE-CHANGE THRU
020200                 ADD-RATE-CHANGE-EXIT
020300     ELSE
020400         IF RTX-ACTION-CHANGE
020410             PERFORM CHANGE-RATE-RECORD THRU
020420                     CHANGE-RATE-RECORD-EXIT
020430         ELSE
020440             IF RTX-ACTION-MASS
020500                 PERFORM MASS-INCREASE THRU
020600                         MASS-INCREASE-EXIT
020700             ELSE
020800                 MOVE "INVALID ACTION CODE - REJECTED" TO
020900                     RTX-MSG-TEXT
021000                 PERFORM REJECTED-REPORT THRU
021100                         REJECTED-REPORT-EXIT.
021200 PROCESS-INPUT-EXIT.  EXIT.
021300
021400 ADD-RATE-CHANGE.
021500     MOVE RTX-EMPLOYER-NO TO EM-EMPLOYER-NO.
021600     MOVE RTX-EMP-NUM TO EM-EMP-NUM.
021700     READ EMPLOYEE-MASTER-FILE
021800         INVALID KEY
021900             MOVE "EMPLOYEE NOT ON FILE - REJECTED" TO
022000                 RTX-MSG-TEXT
022100             PERFORM REJECTED-REPORT THRU
022200                     REJECTED-REPORT-EXIT
022300             GO TO ADD-RATE-CHANGE-EXIT.
022400
022500     MOVE RTX-EMPLOYER-NO TO RAT-FIND-EMPLOYER-NO.
022600     MOVE RTX-EMP-NUM TO RAT-FIND-EMP-NUM.
022700     MOVE RTX-EFF-DATE-CYMD TO RAT-FIND-DATE-CYMD.
022800     PERFORM GET-RATE-IN-FORCE THRU
022900             GET-RATE-IN-FORCE-EXIT.
023000     IF RAT-RATE-FOUND AND
023100        RAT-IN-FORCE-EFF-DATE = RTX-EFF-DATE-CYMD
023200         MOVE "RATE ALREADY ON FILE FOR DATE - REJECTED" TO
023300             RTX-MSG-TEXT
023400         PERFORM REJECTED-REPORT THRU
023500                 REJECTED-REPORT-EXIT
023600         GO TO ADD-RATE-CHANGE-EXIT.
023700
023800*    A blank basis or zero multiplier means "no change" - the
023900*    employee keeps the one in force, or goes on the hourly /
024000*    time-and-a-half defaults when this is the first rate.
024100     MOVE RTX-PAY-BASIS TO RTM-NEW-BASIS.
024200     IF RTM-NEW-BASIS = SPACE
024300         MOVE RAT-IN-FORCE-BASIS TO RTM-NEW-BASIS.
024400     IF RTM-NEW-BASIS = SPACE
024500         MOVE "H" TO RTM-NEW-BASIS.
024600     MOVE RTX-OT-MULTIPLIER TO RTM-NEW-OT-MULT.
024700     IF RTM-NEW-OT-MULT = ZERO
024800         MOVE RAT-IN-FORCE-OT-MULT TO RTM-NEW-OT-MULT.
024900     MOVE RTX-HOURLY-RATE TO RTM-NEW-RATE.
025000     MOVE RTX-SALARY TO RTM-NEW-SALARY.
025100
025200     PERFORM CHECK-NEW-RATE THRU
025300             CHECK-NEW-RATE-EXIT.
025400     IF RTX-MSG-TEXT NOT = SPACES
025500         PERFORM REJECTED-REPORT THRU
025600                 REJECTED-REPORT-EXIT
025700         GO TO ADD-RATE-CHANGE-EXIT.
026700
026800     MOVE RTX-CHANGE-REASON TO RAT-CHANGE-REASON.
026900     PERFORM WRITE-RATE-RECORD THRU
027000             WRITE-RATE-RECORD-EXIT.
027100     IF RAT-FILE-STATUS NOT = SUCCESSFUL-STATUS
027200         MOVE "RATE RECORD NOT WRITTEN - REJECTED" TO
027300             RTX-MSG-TEXT
027400         PERFORM REJECTED-REPORT THRU
027500                 REJECTED-REPORT-EXIT
027600         GO TO ADD-RATE-CHANGE-EXIT.
027700     ADD 1 TO CT-RATES-ADDED.
027800
027900     MOVE "RATE CHANGE ADDED" TO RTX-MSG-TEXT.
028000     PERFORM TRANSACTION-REPORT THRU
028100             TRANSACTION-REPORT-EXIT.
028200 ADD-RATE-CHANGE-EXIT.  EXIT.
028202 CHANGE-RATE-RECORD.
028204*    The record for the effective date itself is read back and
028206*    rewritten; a blank basis or zero multiplier keeps what the
028208*    record already has.
028210     MOVE RTX-EMPLOYER-NO TO RAT-EMPLOYER-NO.
028212     MOVE RTX-EMP-NUM TO RAT-EMP-NUM.
028214     MOVE RTX-EFF-DATE-CYMD TO RAT-EFF-DATE-CYMD.
028216     READ PAY-RATE-FILE
028218         INVALID KEY
028220             MOVE "NO RATE ON FILE FOR DATE - REJECTED" TO
028222                 RTX-MSG-TEXT
028224             PERFORM REJECTED-REPORT THRU
028226                     REJECTED-REPORT-EXIT
028228             GO TO CHANGE-RATE-RECORD-EXIT.
028230
028232     MOVE RTX-PAY-BASIS TO RTM-NEW-BASIS.
028234     IF RTM-NEW-BASIS = SPACE
028236         MOVE RAT-PAY-BASIS TO RTM-NEW-BASIS.
028238     MOVE RTX-OT-MULTIPLIER TO RTM-NEW-OT-MULT.
028240     IF RTM-NEW-OT-MULT = ZERO
028242         MOVE RAT-OT-MULTIPLIER TO RTM-NEW-OT-MULT.
028244     MOVE RTX-HOURLY-RATE TO RTM-NEW-RATE.
028246     MOVE RTX-SALARY TO RTM-NEW-SALARY.
028248
028250     PERFORM CHECK-NEW-RATE THRU
028252             CHECK-NEW-RATE-EXIT.
028254     IF RTX-MSG-TEXT NOT = SPACES
028256         PERFORM REJECTED-REPORT THRU
028258                 REJECTED-REPORT-EXIT
028260         GO TO CHANGE-RATE-RECORD-EXIT.
028262
028264     MOVE RTM-NEW-BASIS TO RAT-PAY-BASIS.
028266     MOVE RTM-NEW-RATE TO RAT-HOURLY-RATE.
028268     MOVE RTM-NEW-SALARY TO RAT-SALARY.
028270     MOVE RTM-NEW-OT-MULT TO RAT-OT-MULTIPLIER.
028272     IF RTX-CHANGE-REASON NOT = SPACES
028274         MOVE RTX-CHANGE-REASON TO RAT-CHANGE-REASON.
028276     MOVE RTX-TRANS-DATE TO RAT-ENTERED-DATE.
028278     MOVE RTX-USER-ID TO RAT-USER-ID.
028280     REWRITE PAY-RATE-RECORD.
028282     IF RAT-FILE-STATUS NOT = SUCCESSFUL-STATUS
028284         MOVE "RATE RECORD NOT REWRITTEN - REJECTED" TO
028286             RTX-MSG-TEXT
028288         PERFORM REJECTED-REPORT THRU
028290                 REJECTED-REPORT-EXIT
028292         GO TO CHANGE-RATE-RECORD-EXIT.
028294     ADD 1 TO CT-RATES-CORRECTED.
028296
028298     MOVE "RATE CORRECTED" TO RTX-MSG-TEXT.
028300     PERFORM TRANSACTION-REPORT THRU
028302             TRANSACTION-REPORT-EXIT.
028304 CHANGE-RATE-RECORD-EXIT.  EXIT.
028306
028308 CHECK-NEW-RATE.
028310*    Leaves RTX-MSG-TEXT blank when the new values in RTM-NEW-
028312*    will do.  A salaried record still needs its hourly
028314*    equivalent: overtime and paid-leave hours are priced at it.
028316     MOVE SPACES TO RTX-MSG-TEXT.
028318     IF RTM-NEW-BASIS NOT = "H" AND NOT = "S"
028320         MOVE "INVALID PAY BASIS - REJECTED" TO RTX-MSG-TEXT
028322         GO TO CHECK-NEW-RATE-EXIT.
028324     IF RTM-NEW-RATE = ZERO AND RTM-NEW-BASIS = "H"
028326         MOVE "HOURLY RATE MISSING - REJECTED" TO RTX-MSG-TEXT
028328         GO TO CHECK-NEW-RATE-EXIT.
028330     IF RTM-NEW-RATE = ZERO AND RTM-NEW-BASIS = "S"
028332         MOVE "HOURLY EQUIVALENT MISSING - REJECTED" TO
028334             RTX-MSG-TEXT
028336         GO TO CHECK-NEW-RATE-EXIT.
028338     IF RTM-NEW-SALARY = ZERO AND RTM-NEW-BASIS = "S"
028340         MOVE "SALARY MISSING - REJECTED" TO RTX-MSG-TEXT.
028342 CHECK-NEW-RATE-EXIT.  EXIT.
028344
028400 MASS-INCREASE.
028500     IF RTX-DEPARTMENT-NO = ZERO OR
028600        RTX-INCREASE-PCT = ZERO
028700         MOVE "DEPARTMENT OR PERCENT MISSING - REJECTED" TO
028800             RTX-MSG-TEXT
028900         PERFORM REJECTED-REPORT THRU
029000                 REJECTED-REPORT-EXIT
029100         GO TO MASS-INCREASE-EXIT.
029200
029300     MOVE ZERO TO RTM-REPORT-EMP-NUM.
029400     MOVE "DEPARTMENT INCREASE STARTED" TO RTX-MSG-TEXT.
029500     PERFORM TRANSACTION-REPORT THRU
029600             TRANSACTION-REPORT-EXIT.
029700
029800     MOVE "N" TO EM-SCAN-DONE-SW.
029900     MOVE RTX-EMPLOYER-NO TO EM-EMPLOYER-NO.
030000     MOVE ZERO TO EM-EMP-NUM.
030100     START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EM-KEY.
030200     IF EM-FILE-STATUS NOT = SUCCESSFUL-STATUS
030300         MOVE "Y" TO EM-SCAN-DONE-SW.
030400
030500     PERFORM INCREASE-ONE-EMPLOYEE THRU
030600             INCREASE-ONE-EMPLOYEE-EXIT
030700         UNTIL EM-SCAN-DONE.
030800 MASS-INCREASE-EXIT.  EXIT.
030900
031000 INCREASE-ONE-EMPLOYEE.
031100     READ EMPLOYEE-MASTER-FILE NEXT
031200         AT END
031300             MOVE "Y" TO EM-SCAN-DONE-SW
031400             GO TO INCREASE-ONE-EMPLOYEE-EXIT.
031500
031600*    The master is keyed employer-number-first, so running past
031700*    the transaction's employer means there are none left.
031800     IF EM-EMPLOYER-NO NOT = RTX-EMPLOYER-NO
031900         MOVE "Y" TO EM-SCAN-DONE-SW
032000         GO TO INCREASE-ONE-EMPLOYEE-EXIT.
032100
032200     IF EM-DEPARTMENT-NO NOT = RTX-DEPARTMENT-NO OR
032300        NOT EM-ACTIVE
032400         GO TO INCREASE-ONE-EMPLOYEE-EXIT.
032500
032600     MOVE EM-EMP-NUM TO RTM-REPORT-EMP-NUM.
032700     MOVE EM-EMPLOYER-NO TO RAT-FIND-EMPLOYER-NO.
032800     MOVE EM-EMP-NUM TO RAT-FIND-EMP-NUM.
032900     MOVE RTX-EFF-DATE-CYMD TO RAT-FIND-DATE-CYMD.
033000     PERFORM GET-RATE-IN-FORCE THRU
033100             GET-RATE-IN-FORCE-EXIT.
033200
033300     IF NOT RAT-RATE-FOUND
033400         MOVE "NO RATE ON FILE - NOT INCREASED" TO RTX-MSG-TEXT
033500         ADD 1 TO CT-MASS-SKIPPED
033600         PERFORM TRANSACTION-REPORT THRU
033700                 TRANSACTION-REPORT-EXIT
033800         GO TO INCREASE-ONE-EMPLOYEE-EXIT.
033900     IF RAT-IN-FORCE-EFF-DATE = RTX-EFF-DATE-CYMD
034000         MOVE "RATE ALREADY SET FOR DATE - NOT RAISED" TO
034100             RTX-MSG-TEXT
034200         ADD 1 TO CT-MASS-SKIPPED
034300         PERFORM TRANSACTION-REPORT THRU
034400                 TRANSACTION-REPORT-EXIT
034500         GO TO INCREASE-ONE-EMPLOYEE-EXIT.
034600
034700*    Both the hourly rate and the salary go up by the percent,
034800*    so a salaried employee's overtime rate keeps pace.
034900     MOVE RAT-IN-FORCE-BASIS TO RTM-NEW-BASIS.
035000     MOVE RAT-IN-FORCE-OT-MULT TO RTM-NEW-OT-MULT.
035100     COMPUTE RTM-NEW-RATE ROUNDED = RAT-IN-FORCE-RATE
035200         + RAT-IN-FORCE-RATE * RTX-INCREASE-PCT / 100.
035300     COMPUTE RTM-NEW-SALARY ROUNDED = RAT-IN-FORCE-SALARY-AMT
035400         + RAT-IN-FORCE-SALARY-AMT * RTX-INCREASE-PCT / 100.
035500
035600     MOVE RTX-CHANGE-REASON TO RAT-CHANGE-REASON.
035700     IF RAT-CHANGE-REASON = SPACES
035800         MOVE "DEPARTMENT INCREASE" TO RAT-CHANGE-REASON.
035900     PERFORM WRITE-RATE-RECORD THRU
036000             WRITE-RATE-RECORD-EXIT.
036100     IF RAT-FILE-STATUS NOT = SUCCESSFUL-STATUS
036200         MOVE "RATE RECORD NOT WRITTEN - NOT INCREASED" TO
036300             RTX-MSG-TEXT
036400         ADD 1 TO CT-MASS-SKIPPED
036500         PERFORM TRANSACTION-REPORT THRU
036600                 TRANSACTION-REPORT-EXIT
036700         GO TO INCREASE-ONE-EMPLOYEE-EXIT.
036800     ADD 1 TO CT-MASS-INCREASES.
036900
037000     MOVE "DEPARTMENT INCREASE GIVEN" TO RTX-MSG-TEXT.
037100     PERFORM TRANSACTION-REPORT THRU
037200             TRANSACTION-REPORT-EXIT.
037300 INCREASE-ONE-EMPLOYEE-EXIT.  EXIT.
037400
037500 WRITE-RATE-RECORD.
037600*    Caller has the new values in RTM-NEW- and the reason in
037700*    RAT-CHANGE-REASON; the key comes from RAT-FIND-, which the
037800*    in-force lookup just used.
037900     MOVE RAT-FIND-EMPLOYER-NO TO RAT-EMPLOYER-NO.
038000     MOVE RAT-FIND-EMP-NUM TO RAT-EMP-NUM.
038100     MOVE RTX-EFF-DATE-CYMD TO RAT-EFF-DATE-CYMD.
038200     MOVE RTM-NEW-BASIS TO RAT-PAY-BASIS.
038300     MOVE RTM-NEW-RATE TO RAT-HOURLY-RATE.
038400     MOVE RTM-NEW-SALARY TO RAT-SALARY.
038500     MOVE RTM-NEW-OT-MULT TO RAT-OT-MULTIPLIER.
038600     MOVE RTX-TRANS-DATE TO RAT-ENTERED-DATE.
038700     MOVE RTX-USER-ID TO RAT-USER-ID.
038800     WRITE PAY-RATE-RECORD.
038900 WRITE-RATE-RECORD-EXIT.  EXIT.
039000
039100 TRANSACTION-REPORT.
039200     MOVE SPACES TO RTM-REPORT-LINE.
039300     MOVE RTX-EMPLOYER-NO TO RTM-RL-EMPLOYER-NO.
039400     MOVE RTM-REPORT-EMP-NUM TO RTM-RL-EMP-NUM.
039500     MOVE RTX-EFF-DATE-CYMD TO RTM-RL-EFF-DATE.
039600     IF RTX-MSG-TEXT = "RATE CHANGE ADDED" OR
039650        RTX-MSG-TEXT = "RATE CORRECTED" OR
039700        RTX-MSG-TEXT = "DEPARTMENT INCREASE GIVEN"
039800         MOVE RTM-NEW-BASIS TO RTM-RL-BASIS
039900         MOVE RTM-NEW-RATE TO RTM-RL-RATE
040000         MOVE RTM-NEW-SALARY TO RTM-RL-SALARY.
040100     MOVE RTX-MSG-TEXT TO RTM-RL-MESSAGE.
040200     WRITE PRINT-RECORD FROM RTM-REPORT-LINE.
040300 TRANSACTION-REPORT-EXIT.  EXIT.
040400
040500 REJECTED-REPORT.
040600     MOVE SPACES TO RTM-REPORT-LINE.
040700     MOVE RTX-EMPLOYER-NO TO RTM-RL-EMPLOYER-NO.
040800     MOVE RTX-EMP-NUM TO RTM-RL-EMP-NUM.
040900     MOVE RTX-EFF-DATE-CYMD TO RTM-RL-EFF-DATE.
041000     MOVE RTX-MSG-TEXT TO RTM-RL-MESSAGE.
041100     WRITE PRINT-RECORD FROM RTM-REPORT-LINE.
041200     ADD 1 TO CT-TRANS-REJECTED.
041300 REJECTED-REPORT-EXIT.  EXIT.
041400
041500     COPY DSPAYRAT.
041600
041700 END-OF-PROGRAM SECTION.
041800
041900 DONE.
042000     STOP RUN.
042100
042200 END-OF-PROGRAM-EXIT.  EXIT.
