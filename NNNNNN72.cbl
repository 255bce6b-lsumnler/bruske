000100 IDENTIFICATION DIVISION.
000200
000300 PROGRAM-ID. NNNNNN72.
000400*****************************************************************
000500*  Written  10/15/26  TR
000600*  Master file audit report.  Lists the AUDLOG before/after
000700*  records written by the master maintenance programs for a
000800*  change-date range, optionally limited to one master file,
000900*  one employer and one employee.  Each record prints a header
001000*  line - when, which file and key, the action, the program
001100*  and the operator - followed by one line per field whose
001200*  value differs between the before and after images, so an
001300*  add lists what was set up, a delete lists what was removed
001400*  and a change or status flip lists only what moved.  The
001500*  images are unpacked by moving them through the master's own
001600*  record area, the way NNNNNN20 unpacks TDHIST prior images;
001700*  the masters are opened input for that and for the employee
001800*  name, and are never read otherwise.  A master that cannot
001900*  be opened has its records listed as raw images instead.
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
003700     COPY SLAUDLOG.
003800
003900     COPY SLSTDCLM.
004000
004100     COPY SLOPCODE.
004200
004300     COPY SLWRKSCH.
004400
004500     COPY SLAGYPAY.
004600
004700     COPY SLEMPMST.
004800
004900     COPY SLVACBAL.
005000
005100     COPY SLLOANMS.
005200
005300     COPY SLPRINT.
005400
005500/
005600 DATA DIVISION.
005700
005800 FILE SECTION.
005900
006000     COPY FDAUDLOG.
006100
006200     COPY FDSTDCLM.
006300
006400     COPY FDOPCODE.
006500
006600     COPY FDWRKSCH.
006700
006800     COPY FDAGYPAY.
006900
007000     COPY FDEMPMST.
007100
007200     COPY FDVACBAL.
007300
007400     COPY FDLOANMS.
007500
007600     COPY FDPRINT.
007700
007800/
007900 WORKING-STORAGE SECTION.
008000
008100     COPY WSAUDLOG.
008200
008300     COPY WSSTDCLM.
008400
008500     COPY WSOPCODE.
008600
008700     COPY WSWRKSCH.
008800
008900     COPY WSAGYPAY.
009000
009100     COPY WSEMPMST.
009200
009300     COPY WSVACBAL.
009400
009500     COPY WSLOANMS.
009600
009700     COPY WSPRINT.
009800
009900     COPY WSFILEST.
010000
010100 77  CT-AUDIT-READ                    PIC 9(7) COMP VALUE ZERO.
010200 77  CT-AUDIT-LISTED                  PIC 9(7) COMP VALUE ZERO.
010300 77  CT-FIELDS-LISTED                 PIC 9(7) COMP VALUE ZERO.
010400 77  CT-RAW-LISTED                    PIC 9(7) COMP VALUE ZERO.
010500
010600 77  STD-ON-HAND-SW                   PIC X(1) VALUE "N".
010700     88  STD-ON-HAND                   VALUE "Y".
010800 77  OPC-ON-HAND-SW                   PIC X(1) VALUE "N".
010900     88  OPC-ON-HAND                   VALUE "Y".
011000 77  WKS-ON-HAND-SW                   PIC X(1) VALUE "N".
011100     88  WKS-ON-HAND                   VALUE "Y".
011200 77  AGY-ON-HAND-SW                   PIC X(1) VALUE "N".
011300     88  AGY-ON-HAND                   VALUE "Y".
011400 77  EMPMAST-ON-HAND-SW               PIC X(1) VALUE "N".
011500     88  EMPMAST-ON-HAND               VALUE "Y".
011600 77  VAC-ON-HAND-SW                   PIC X(1) VALUE "N".
011700     88  VAC-ON-HAND                   VALUE "Y".
011800 77  LN-ON-HAND-SW                    PIC X(1) VALUE "N".
011900     88  LN-ON-HAND                    VALUE "Y".
012000
012100 77  AUR-FROM-CYMD                    PIC 9(8) VALUE ZERO.
012200 77  AUR-TO-CYMD                      PIC 9(8) VALUE ZERO.
012300 77  AUR-SELECT-FILE-ID               PIC X(8) VALUE SPACES.
012400 77  AUR-SELECT-EMPLOYER              PIC 9(2) VALUE ZERO.
012500 77  AUR-SELECT-EMP-NUM               PIC 9(4) VALUE ZERO.
012600
012700 77  AUR-FIELD-COUNT                  PIC 9(2) COMP VALUE ZERO.
012800 77  AUR-FLD-SUB                      PIC 9(2) COMP VALUE ZERO.
012900 77  AUR-SIDE-SUB                     PIC 9(1) COMP VALUE ZERO.
013000*        1 = before image, 2 = after image
013100 77  AUR-FIELDS-PRINTED               PIC 9(3) COMP VALUE ZERO.
013200
013300 77  AUR-EDIT-HOURS                   PIC ZZ9.99-.
013400 77  AUR-EDIT-AMOUNT                  PIC ZZ,ZZ9.99-.
013500
013600 01  AUR-IMAGE-HOLD                   PIC X(160) VALUE SPACES.
013700 01  FILLER REDEFINES AUR-IMAGE-HOLD.
013800     05  AUR-IMAGE-PART-1              PIC X(80).
013900     05  AUR-IMAGE-PART-2              PIC X(80).
014000
014100 01  AUR-TIME-HOLD                    PIC 9(8) VALUE ZERO.
014200 01  FILLER REDEFINES AUR-TIME-HOLD.
014300     05  AUR-TIME-HH                   PIC 9(2).
014400     05  AUR-TIME-MM                   PIC 9(2).
014500     05  AUR-TIME-SS                   PIC 9(2).
014600     05  AUR-TIME-CC                   PIC 9(2).
014700
014800 01  AUR-TIME-PRINT.
014900     05  AUR-TP-HH                     PIC 9(2).
015000     05  FILLER                       PIC X(1) VALUE ":".
015100     05  AUR-TP-MM                     PIC 9(2).
015200     05  FILLER                       PIC X(1) VALUE ":".
015300     05  AUR-TP-SS                     PIC 9(2).
015400
015500*    One entry per field of the master record; AUR-FIELD-VALUE
015600*    (n, 1) holds the field as it stood before, (n, 2) after,
015700*    spaces on the side with no image.
015800 01  AUR-FIELD-TABLE.
015900     05  AUR-FIELD-ENTRY               OCCURS 15 TIMES.
016000         10  AUR-FIELD-NAME            PIC X(20).
016100         10  AUR-FIELD-VALUE           PIC X(30) OCCURS 2 TIMES.
016200
016300 01  CT-REPORT-LINE.
016400     05  FILLER                       PIC X(4).
016500     05  CT-RL-LABEL                   PIC X(40).
016600     05  FILLER                       PIC X(4).
016700     05  CT-RL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
016800     05  FILLER                       PIC X(71).
016900
017000 01  AUR-HEADING-LINE-1.
017100     05  FILLER                       PIC X(20) VALUE
017200         "DATE      TIME".
017300     05  FILLER                       PIC X(10) VALUE "FILE".
017400     05  FILLER                       PIC X(22) VALUE "KEY".
017500     05  FILLER                       PIC X(13) VALUE "ACTION".
017600     05  FILLER                       PIC X(10) VALUE "PROGRAM".
017700     05  FILLER                       PIC X(5) VALUE "USER".
017800     05  FILLER                       PIC X(52) VALUE
017900         "  EMP  NAME".
018000
018100 01  AUR-HEADING-LINE-2.
018200     05  FILLER                       PIC X(10) VALUE SPACES.
018300     05  FILLER                       PIC X(22) VALUE "FIELD".
018400     05  FILLER                       PIC X(32) VALUE "BEFORE".
018500     05  FILLER                       PIC X(68) VALUE "AFTER".
018600
018700 01  AUH-REPORT-LINE.
018800     05  AUH-RL-DATE                    PIC 9(8).
018900     05  FILLER                       PIC X(2).
019000     05  AUH-RL-TIME                    PIC X(8).
019100     05  FILLER                       PIC X(2).
019200     05  AUH-RL-FILE-ID                 PIC X(8).
019300     05  FILLER                       PIC X(2).
019400     05  AUH-RL-KEY                     PIC X(20).
019500     05  FILLER                       PIC X(2).
019600     05  AUH-RL-ACTION                  PIC X(11).
019700     05  FILLER                       PIC X(2).
019800     05  AUH-RL-PROGRAM                 PIC X(8).
019900     05  FILLER                       PIC X(2).
020000     05  AUH-RL-USER-ID                 PIC X(3).
020100     05  FILLER                       PIC X(2).
020200     05  AUH-RL-EMP-NUM                 PIC ZZZ9.
020300     05  FILLER                       PIC X(2).
020400     05  AUH-RL-EMP-NAME                PIC X(28).
020500     05  FILLER                       PIC X(18).
020600
020700 01  AUF-REPORT-LINE.
020800     05  FILLER                       PIC X(10).
020900     05  AUF-RL-FIELD-NAME              PIC X(20).
021000     05  FILLER                       PIC X(2).
021100     05  AUF-RL-BEFORE                  PIC X(30).
021200     05  FILLER                       PIC X(2).
021300     05  AUF-RL-AFTER                   PIC X(30).
021400     05  FILLER                       PIC X(38).
021500
021600 01  AUW-REPORT-LINE.
021700     05  FILLER                       PIC X(10).
021800     05  AUW-RL-LABEL                   PIC X(20).
021900     05  FILLER                       PIC X(2).
022000     05  AUW-RL-IMAGE                   PIC X(80).
022100     05  FILLER                       PIC X(20).
022200
022300/
022400 PROCEDURE DIVISION.
022500
022600 MAIN-LOGIC SECTION.
022700
022800 INITIALIZATION.
022900     DISPLAY "ENTER CHANGE DATE FROM (CCYYMMDD), THEN TO DATE".
023000     DISPLAY "(TO DATE 0 = THROUGH TODAY)".
023100     ACCEPT AUR-FROM-CYMD.
023200     ACCEPT AUR-TO-CYMD.
023300     IF AUR-TO-CYMD = ZERO
023400         MOVE 99999999 TO AUR-TO-CYMD.
023500     IF AUR-TO-CYMD < AUR-FROM-CYMD
023600         DISPLAY "TO DATE IS BEFORE FROM DATE"
023700         GO TO DONE.
023800
023900     DISPLAY "ENTER MASTER FILE NAME, E.G. EMPMAST (BLANK = ALL)".
024000     ACCEPT AUR-SELECT-FILE-ID.
024100     DISPLAY "ENTER EMPLOYER NUMBER (0 = ALL)".
024200     ACCEPT AUR-SELECT-EMPLOYER.
024300     DISPLAY "ENTER EMPLOYEE NUMBER (0 = ALL)".
024400     ACCEPT AUR-SELECT-EMP-NUM.
024500
024600     OPEN INPUT AUDIT-LOG-FILE.
024700     IF AUD-FILE-STATUS NOT = SUCCESSFUL-STATUS
024800         DISPLAY "UNABLE TO OPEN AUDLOG FILE, STATUS = "
024900             AUD-FILE-STATUS
025000         GO TO DONE.
025100
025200     OPEN INPUT STD-CLAIM-FILE.
025300     IF STD-FILE-STATUS = SUCCESSFUL-STATUS
025400         MOVE "Y" TO STD-ON-HAND-SW.
025500     OPEN INPUT OPCODE-FILE.
025600     IF OPC-FILE-STATUS = SUCCESSFUL-STATUS
025700         MOVE "Y" TO OPC-ON-HAND-SW.
025800     OPEN INPUT WRKSCH-FILE.
025900     IF WKS-FILE-STATUS = SUCCESSFUL-STATUS
026000         MOVE "Y" TO WKS-ON-HAND-SW.
026100     OPEN INPUT AGENCY-PAYEE-FILE.
026200     IF AGY-FILE-STATUS = SUCCESSFUL-STATUS
026300         MOVE "Y" TO AGY-ON-HAND-SW.
026400     OPEN INPUT EMPLOYEE-MASTER-FILE.
026500     IF EM-FILE-STATUS = SUCCESSFUL-STATUS
026600         MOVE "Y" TO EMPMAST-ON-HAND-SW.
026700     OPEN INPUT VACATION-BAL-FILE.
026800     IF VAC-FILE-STATUS = SUCCESSFUL-STATUS
026900         MOVE "Y" TO VAC-ON-HAND-SW.
027000     OPEN INPUT LOAN-MASTER-FILE.
027100     IF LN-FILE-STATUS = SUCCESSFUL-STATUS
027200         MOVE "Y" TO LN-ON-HAND-SW.
027300     OPEN OUTPUT PRINT-FILE.
027400
027500     PERFORM HEADING-ROUTINE THRU
027600             HEADING-ROUTINE-EXIT.
027700
027800     PERFORM LIST-ONE-AUDIT THRU
027900             LIST-ONE-AUDIT-EXIT
028000         UNTIL AUD-FILE-STATUS = AT-END.
028100
028200     PERFORM CLOSE-DOWN THRU
028300             CLOSING-PROCEDURE-EXIT.
028400
028500     GO TO DONE.
028600
028700 HEADING-ROUTINE.
028800     MOVE SPACES TO PRINT-RECORD.
028900     MOVE "MASTER FILE AUDIT REPORT" TO PRINT-RECORD.
029000     WRITE PRINT-RECORD.
029100     MOVE SPACES TO PRINT-RECORD.
029200     WRITE PRINT-RECORD.
029300     WRITE PRINT-RECORD FROM AUR-HEADING-LINE-1.
029400     WRITE PRINT-RECORD FROM AUR-HEADING-LINE-2.
029500     MOVE SPACES TO PRINT-RECORD.
029600     WRITE PRINT-RECORD.
029700 HEADING-ROUTINE-EXIT.  EXIT.
029800
029900 CLOSING-PROCEDURE SECTION.
030000
030100 CLOSE-DOWN.
030200     MOVE SPACES TO PRINT-RECORD.
030300     WRITE PRINT-RECORD.
030400     MOVE "AUDIT RECORDS READ" TO CT-RL-LABEL.
030500     MOVE CT-AUDIT-READ TO CT-RL-VALUE.
030600     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
030700     MOVE "AUDIT RECORDS LISTED" TO CT-RL-LABEL.
030800     MOVE CT-AUDIT-LISTED TO CT-RL-VALUE.
030900     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031000     MOVE "FIELD DIFFERENCES LISTED" TO CT-RL-LABEL.
031100     MOVE CT-FIELDS-LISTED TO CT-RL-VALUE.
031200     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031300     MOVE "RECORDS LISTED AS RAW IMAGES" TO CT-RL-LABEL.
031400     MOVE CT-RAW-LISTED TO CT-RL-VALUE.
031500     WRITE PRINT-RECORD FROM CT-REPORT-LINE.
031600
031700     IF STD-ON-HAND
031800         CLOSE STD-CLAIM-FILE.
031900     IF OPC-ON-HAND
032000         CLOSE OPCODE-FILE.
032100     IF WKS-ON-HAND
032200         CLOSE WRKSCH-FILE.
032300     IF AGY-ON-HAND
032400         CLOSE AGENCY-PAYEE-FILE.
032500     IF EMPMAST-ON-HAND
032600         CLOSE EMPLOYEE-MASTER-FILE.
032700     IF VAC-ON-HAND
032800         CLOSE VACATION-BAL-FILE.
032900     IF LN-ON-HAND
033000         CLOSE LOAN-MASTER-FILE.
033100     CLOSE AUDIT-LOG-FILE
033200           PRINT-FILE.
033300 CLOSING-PROCEDURE-EXIT.  EXIT.
033400
033500/
033600 PROCESS SECTION.
033700
033800 LIST-ONE-AUDIT.
033900
034000     READ AUDIT-LOG-FILE NEXT.
034100     IF AUD-FILE-STATUS = AT-END
034200         GO TO LIST-ONE-AUDIT-EXIT.
034300
034400     ADD 1 TO CT-AUDIT-READ.
034500
034600     IF AUD-CHANGE-DATE-CYMD < AUR-FROM-CYMD OR
034700        AUD-CHANGE-DATE-CYMD > AUR-TO-CYMD
034800         GO TO LIST-ONE-AUDIT-EXIT.
034900     IF AUR-SELECT-FILE-ID NOT = SPACES AND
035000        AUR-SELECT-FILE-ID NOT = AUD-FILE-ID
035100         GO TO LIST-ONE-AUDIT-EXIT.
035200     IF AUR-SELECT-EMPLOYER NOT = ZERO AND
035300        AUR-SELECT-EMPLOYER NOT = AUD-EMPLOYER-NO
035400         GO TO LIST-ONE-AUDIT-EXIT.
035500     IF AUR-SELECT-EMP-NUM NOT = ZERO AND
035600        AUR-SELECT-EMP-NUM NOT = AUD-EMP-NUM
035700         GO TO LIST-ONE-AUDIT-EXIT.
035800
035900     ADD 1 TO CT-AUDIT-LISTED.
036000     PERFORM PRINT-AUDIT-HEADER THRU
036100             PRINT-AUDIT-HEADER-EXIT.
036200
036300     MOVE SPACES TO AUR-FIELD-TABLE.
036400     MOVE ZERO TO AUR-FIELD-COUNT.
036500     IF AUD-BEFORE-IMAGE NOT = SPACES
036600         MOVE 1 TO AUR-SIDE-SUB
036700         MOVE AUD-BEFORE-IMAGE TO AUR-IMAGE-HOLD
036800         PERFORM UNPACK-ONE-IMAGE THRU
036900                 UNPACK-ONE-IMAGE-EXIT.
037000     IF AUD-AFTER-IMAGE NOT = SPACES
037100         MOVE 2 TO AUR-SIDE-SUB
037200         MOVE AUD-AFTER-IMAGE TO AUR-IMAGE-HOLD
037300         PERFORM UNPACK-ONE-IMAGE THRU
037400                 UNPACK-ONE-IMAGE-EXIT.
037500
037600     IF AUR-FIELD-COUNT = ZERO
037700         PERFORM PRINT-RAW-IMAGES THRU
037800                 PRINT-RAW-IMAGES-EXIT
037900         GO TO LIST-ONE-AUDIT-EXIT.
038000
038100*    Only the fields that differ print.  On an add the before
038200*    side is all spaces and on a delete the after side is, so
038300*    every field that carries a value prints for those.
038400     MOVE ZERO TO AUR-FIELDS-PRINTED.
038500     MOVE 1 TO AUR-FLD-SUB.
038600     PERFORM PRINT-ONE-FIELD THRU
038700             PRINT-ONE-FIELD-EXIT
038800         UNTIL AUR-FLD-SUB > AUR-FIELD-COUNT.
038900     IF AUR-FIELDS-PRINTED = ZERO
039000         MOVE SPACES TO AUF-REPORT-LINE
039100         MOVE "NO FIELD CHANGED" TO AUF-RL-FIELD-NAME
039200         WRITE PRINT-RECORD FROM AUF-REPORT-LINE.
039300 LIST-ONE-AUDIT-EXIT.  EXIT.
039400
039500 PRINT-AUDIT-HEADER.
039600     MOVE SPACES TO PRINT-RECORD.
039700     WRITE PRINT-RECORD.
039800
039900     MOVE SPACES TO AUH-REPORT-LINE.
040000     MOVE AUD-CHANGE-DATE-CYMD TO AUH-RL-DATE.
040100     MOVE AUD-CHANGE-TIME TO AUR-TIME-HOLD.
040200     MOVE AUR-TIME-HH TO AUR-TP-HH.
040300     MOVE AUR-TIME-MM TO AUR-TP-MM.
040400     MOVE AUR-TIME-SS TO AUR-TP-SS.
040500     MOVE AUR-TIME-PRINT TO AUH-RL-TIME.
040600     MOVE AUD-FILE-ID TO AUH-RL-FILE-ID.
040700     MOVE AUD-RECORD-KEY TO AUH-RL-KEY.
040800     IF AUD-ACTION-ADD
040900         MOVE "ADD" TO AUH-RL-ACTION.
041000     IF AUD-ACTION-CHANGE
041100         MOVE "CHANGE" TO AUH-RL-ACTION.
041200     IF AUD-ACTION-STATUS-FLIP
041300         MOVE "STATUS FLIP" TO AUH-RL-ACTION.
041400     IF AUD-ACTION-DELETE
041500         MOVE "DELETE" TO AUH-RL-ACTION.
041600     MOVE AUD-PROGRAM-ID TO AUH-RL-PROGRAM.
041700     MOVE AUD-USER-ID TO AUH-RL-USER-ID.
041800
041900     IF AUD-EMP-NUM = ZERO
042000         GO TO PRINT-AUDIT-HEADER-WRITE.
042100     MOVE AUD-EMP-NUM TO AUH-RL-EMP-NUM.
042200     IF NOT EMPMAST-ON-HAND
042300         GO TO PRINT-AUDIT-HEADER-WRITE.
042400     MOVE AUD-EMPLOYER-NO TO EM-EMPLOYER-NO.
042500     MOVE AUD-EMP-NUM TO EM-EMP-NUM.
042600     READ EMPLOYEE-MASTER-FILE
042700         INVALID KEY
042800             MOVE "** NOT ON EMPMAST **" TO AUH-RL-EMP-NAME
042900             GO TO PRINT-AUDIT-HEADER-WRITE.
043000     MOVE EM-EMP-NAME TO AUH-RL-EMP-NAME.
043100
043200 PRINT-AUDIT-HEADER-WRITE.
043300     WRITE PRINT-RECORD FROM AUH-REPORT-LINE.
043400 PRINT-AUDIT-HEADER-EXIT.  EXIT.
043500
043600 UNPACK-ONE-IMAGE.
043700*    Moves the image in AUR-IMAGE-HOLD through the master's
043800*    record area and into side AUR-SIDE-SUB of the field table.
043900*    An unknown file, or one whose master could not be opened,
044000*    leaves AUR-FIELD-COUNT at zero.
044100     IF AUD-FILE-ID = "STDCLAIM" AND STD-ON-HAND
044200         MOVE AUR-IMAGE-HOLD TO STD-CLAIM-RECORD
044300         PERFORM UNPACK-STDCLAIM THRU
044400                 UNPACK-STDCLAIM-EXIT
044500         GO TO UNPACK-ONE-IMAGE-EXIT.
044600     IF AUD-FILE-ID = "OPCODE" AND OPC-ON-HAND
044700         MOVE AUR-IMAGE-HOLD TO OPCODE-RECORD
044800         PERFORM UNPACK-OPCODE THRU
044900                 UNPACK-OPCODE-EXIT
045000         GO TO UNPACK-ONE-IMAGE-EXIT.
045100     IF AUD-FILE-ID = "WRKSCH" AND WKS-ON-HAND
045200         MOVE AUR-IMAGE-HOLD TO WRKSCH-RECORD
045300         PERFORM UNPACK-WRKSCH THRU
045400                 UNPACK-WRKSCH-EXIT
045500         GO TO UNPACK-ONE-IMAGE-EXIT.
045600     IF AUD-FILE-ID = "AGYPAYEE" AND AGY-ON-HAND
045700         MOVE AUR-IMAGE-HOLD TO AGENCY-PAYEE-RECORD
045800         PERFORM UNPACK-AGYPAYEE THRU
045900                 UNPACK-AGYPAYEE-EXIT
046000         GO TO UNPACK-ONE-IMAGE-EXIT.
046100     IF AUD-FILE-ID = "EMPMAST" AND EMPMAST-ON-HAND
046200         MOVE AUR-IMAGE-HOLD TO EMPLOYEE-MASTER-RECORD
046300         PERFORM UNPACK-EMPMAST THRU
046400                 UNPACK-EMPMAST-EXIT
046500         GO TO UNPACK-ONE-IMAGE-EXIT.
046600     IF AUD-FILE-ID = "VACBAL" AND VAC-ON-HAND
046700         MOVE AUR-IMAGE-HOLD TO VACATION-BAL-RECORD
046800         PERFORM UNPACK-VACBAL THRU
046900                 UNPACK-VACBAL-EXIT
047000         GO TO UNPACK-ONE-IMAGE-EXIT.
047100     IF AUD-FILE-ID = "LOANMST" AND LN-ON-HAND
047200         MOVE AUR-IMAGE-HOLD TO LOAN-MASTER-RECORD
047300         PERFORM UNPACK-LOANMST THRU
047400                 UNPACK-LOANMST-EXIT.
047500 UNPACK-ONE-IMAGE-EXIT.  EXIT.
047600
047700 UNPACK-STDCLAIM.
047800     MOVE "EMPLOYER NUMBER" TO AUR-FIELD-NAME (1).
047900     MOVE STD-EMPLOYER-NO TO AUR-FIELD-VALUE (1, AUR-SIDE-SUB).
048000     MOVE "EMPLOYEE NUMBER" TO AUR-FIELD-NAME (2).
048100     MOVE STD-EMP-NUM TO AUR-FIELD-VALUE (2, AUR-SIDE-SUB).
048200     MOVE "CLAIM STATUS" TO AUR-FIELD-NAME (3).
048300     MOVE STD-CLAIM-STATUS TO AUR-FIELD-VALUE (3, AUR-SIDE-SUB).
048400     MOVE "CLAIM START DATE" TO AUR-FIELD-NAME (4).
048500     MOVE STD-CLAIM-START-DATE TO
048600         AUR-FIELD-VALUE (4, AUR-SIDE-SUB).
048700     MOVE "CLAIM END DATE" TO AUR-FIELD-NAME (5).
048800     MOVE STD-CLAIM-END-DATE TO AUR-FIELD-VALUE (5, AUR-SIDE-SUB).
048900     MOVE "APPROVED PERCENT" TO AUR-FIELD-NAME (6).
049000     MOVE STD-APPROVED-PCT TO AUR-FIELD-VALUE (6, AUR-SIDE-SUB).
049100     MOVE "WEEKS APPROVED" TO AUR-FIELD-NAME (7).
049200     MOVE STD-WEEKS-APPROVED TO AUR-FIELD-VALUE (7, AUR-SIDE-SUB).
049300     MOVE "WEEKS USED" TO AUR-FIELD-NAME (8).
049400     MOVE STD-WEEKS-USED TO AUR-FIELD-VALUE (8, AUR-SIDE-SUB).
049500     MOVE 8 TO AUR-FIELD-COUNT.
049600 UNPACK-STDCLAIM-EXIT.  EXIT.
049700
049800 UNPACK-OPCODE.
049900     MOVE "OPERATION CODE" TO AUR-FIELD-NAME (1).
050000     MOVE OPC-OP-CODE4 TO AUR-FIELD-VALUE (1, AUR-SIDE-SUB).
050100     MOVE "DESCRIPTION" TO AUR-FIELD-NAME (2).
050200     MOVE OPC-DESCRIPTION TO AUR-FIELD-VALUE (2, AUR-SIDE-SUB).
050300     MOVE "DISTRIBUTION CODE" TO AUR-FIELD-NAME (3).
050400     MOVE OPC-DIST-CODE TO AUR-FIELD-VALUE (3, AUR-SIDE-SUB).
050500     MOVE "STANDARD RATE" TO AUR-FIELD-NAME (4).
050600     MOVE OPC-STD-RATE TO AUR-EDIT-HOURS.
050700     MOVE AUR-EDIT-HOURS TO AUR-FIELD-VALUE (4, AUR-SIDE-SUB).
050800     MOVE "ABSENCE CODE" TO AUR-FIELD-NAME (5).
050900     MOVE OPC-ABSENCE-CODE TO AUR-FIELD-VALUE (5, AUR-SIDE-SUB).
051000     MOVE "ACTIVE FLAG" TO AUR-FIELD-NAME (6).
051100     MOVE OPC-ACTIVE-FLAG TO AUR-FIELD-VALUE (6, AUR-SIDE-SUB).
051200     MOVE 6 TO AUR-FIELD-COUNT.
051300 UNPACK-OPCODE-EXIT.  EXIT.
051400
051500 UNPACK-WRKSCH.
051600     MOVE "SCHEDULE CODE" TO AUR-FIELD-NAME (1).
051700     MOVE WKS-WRKSCH-CODE TO AUR-FIELD-VALUE (1, AUR-SIDE-SUB).
051800     MOVE "DAY OF WEEK" TO AUR-FIELD-NAME (2).
051900     MOVE WKS-DAY-OF-WEEK TO AUR-FIELD-VALUE (2, AUR-SIDE-SUB).
052000     MOVE "EFFECTIVE DATE" TO AUR-FIELD-NAME (3).
052100     MOVE WKS-EFF-DATE-CYMD TO AUR-FIELD-VALUE (3, AUR-SIDE-SUB).
052200     MOVE "START TIME" TO AUR-FIELD-NAME (4).
052300     MOVE WKS-START-TIME TO AUR-EDIT-HOURS.
052400     MOVE AUR-EDIT-HOURS TO AUR-FIELD-VALUE (4, AUR-SIDE-SUB).
052500     MOVE "STOP TIME" TO AUR-FIELD-NAME (5).
052600     MOVE WKS-STOP-TIME TO AUR-EDIT-HOURS.
052700     MOVE AUR-EDIT-HOURS TO AUR-FIELD-VALUE (5, AUR-SIDE-SUB).
052800     MOVE "LUNCH START" TO AUR-FIELD-NAME (6).
052900     MOVE WKS-LUNCH-START TO AUR-EDIT-HOURS.
053000     MOVE AUR-EDIT-HOURS TO AUR-FIELD-VALUE (6, AUR-SIDE-SUB).
053100     MOVE "LUNCH STOP" TO AUR-FIELD-NAME (7).
053200     MOVE WKS-LUNCH-STOP TO AUR-EDIT-HOURS.
053300     MOVE AUR-EDIT-HOURS TO AUR-FIELD-VALUE (7, AUR-SIDE-SUB).
053400     MOVE "STATUS FLAG" TO AUR-FIELD-NAME (8).
053500     MOVE WKS-STATUS-FLAG TO AUR-FIELD-VALUE (8, AUR-SIDE-SUB).
053600     MOVE 8 TO AUR-FIELD-COUNT.
053700 UNPACK-WRKSCH-EXIT.  EXIT.
053800
053900 UNPACK-AGYPAYEE.
054000     MOVE "EMPLOYER NUMBER" TO AUR-FIELD-NAME (1).
054100     MOVE AGY-EMPLOYER-NO TO AUR-FIELD-VALUE (1, AUR-SIDE-SUB).
054200     MOVE "EMPLOYEE NUMBER" TO AUR-FIELD-NAME (2).
054300     MOVE AGY-EMP-NUM TO AUR-FIELD-VALUE (2, AUR-SIDE-SUB).
054400     MOVE "DEDUCTION CODE" TO AUR-FIELD-NAME (3).
054500     MOVE AGY-DED-CODE TO AUR-FIELD-VALUE (3, AUR-SIDE-SUB).
054600     MOVE "PAYEE NAME" TO AUR-FIELD-NAME (4).
054700     MOVE AGY-PAYEE-NAME TO AUR-FIELD-VALUE (4, AUR-SIDE-SUB).
054800     MOVE "ADDRESS LINE 1" TO AUR-FIELD-NAME (5).
054900     MOVE AGY-ADDRESS-1 TO AUR-FIELD-VALUE (5, AUR-SIDE-SUB).
055000     MOVE "ADDRESS LINE 2" TO AUR-FIELD-NAME (6).
055100     MOVE AGY-ADDRESS-2 TO AUR-FIELD-VALUE (6, AUR-SIDE-SUB).
055200     MOVE "ADDRESS LINE 3" TO AUR-FIELD-NAME (7).
055300     MOVE AGY-ADDRESS-3 TO AUR-FIELD-VALUE (7, AUR-SIDE-SUB).
055400     MOVE "CASE NUMBER" TO AUR-FIELD-NAME (8).
055500     MOVE AGY-CASE-NUMBER TO AUR-FIELD-VALUE (8, AUR-SIDE-SUB).
055600     MOVE "REMIT METHOD" TO AUR-FIELD-NAME (9).
055700     MOVE AGY-REMIT-METHOD TO AUR-FIELD-VALUE (9, AUR-SIDE-SUB).
055800     MOVE 9 TO AUR-FIELD-COUNT.
055900 UNPACK-AGYPAYEE-EXIT.  EXIT.
056000
056100 UNPACK-EMPMAST.
056200     MOVE "EMPLOYER NUMBER" TO AUR-FIELD-NAME (1).
056300     MOVE EM-EMPLOYER-NO TO AUR-FIELD-VALUE (1, AUR-SIDE-SUB).
056400     MOVE "EMPLOYEE NUMBER" TO AUR-FIELD-NAME (2).
056500     MOVE EM-EMP-NUM TO AUR-FIELD-VALUE (2, AUR-SIDE-SUB).
056600     MOVE "EMPLOYEE NAME" TO AUR-FIELD-NAME (3).
056700     MOVE EM-EMP-NAME TO AUR-FIELD-VALUE (3, AUR-SIDE-SUB).
056800     MOVE "SOCIAL SECURITY NO" TO AUR-FIELD-NAME (4).
056900     MOVE EM-SOC-SEC-NO TO AUR-FIELD-VALUE (4, AUR-SIDE-SUB).
057000     MOVE "BIRTH DATE" TO AUR-FIELD-NAME (5).
057100     MOVE EM-BIRTH-DATE-CYMD TO AUR-FIELD-VALUE (5, AUR-SIDE-SUB).
057200     MOVE "HIRE DATE" TO AUR-FIELD-NAME (6).
057300     MOVE EM-HIRE-DATE-CYMD TO AUR-FIELD-VALUE (6, AUR-SIDE-SUB).
057400     MOVE "DEPARTMENT" TO AUR-FIELD-NAME (7).
057500     MOVE EM-DEPARTMENT-NO TO AUR-FIELD-VALUE (7, AUR-SIDE-SUB).
057600     MOVE "STATUS" TO AUR-FIELD-NAME (8).
057700     MOVE EM-STATUS TO AUR-FIELD-VALUE (8, AUR-SIDE-SUB).
057800     MOVE "BADGE NUMBER" TO AUR-FIELD-NAME (9).
057900     MOVE EM-BADGE-NO TO AUR-FIELD-VALUE (9, AUR-SIDE-SUB).
058000     MOVE "WORK STATE" TO AUR-FIELD-NAME (10).
058100     MOVE EM-WORK-STATE TO AUR-FIELD-VALUE (10, AUR-SIDE-SUB).
058200     MOVE 10 TO AUR-FIELD-COUNT.
058300 UNPACK-EMPMAST-EXIT.  EXIT.
058400
058500 UNPACK-VACBAL.
058600     MOVE "EMPLOYER NUMBER" TO AUR-FIELD-NAME (1).
058700     MOVE VAC-EMPLOYER-NO TO AUR-FIELD-VALUE (1, AUR-SIDE-SUB).
058800     MOVE "EMPLOYEE NUMBER" TO AUR-FIELD-NAME (2).
058900     MOVE VAC-EMP-NUM TO AUR-FIELD-VALUE (2, AUR-SIDE-SUB).
059000     MOVE "VACATION ENTITLED" TO AUR-FIELD-NAME (3).
059100     MOVE VAC-VAC-ENT-HRS TO AUR-EDIT-HOURS.
059200     MOVE AUR-EDIT-HOURS TO AUR-FIELD-VALUE (3, AUR-SIDE-SUB).
059300     MOVE "VACATION USED" TO AUR-FIELD-NAME (4).
059400     MOVE VAC-VAC-USED-HRS TO AUR-EDIT-HOURS.
059500     MOVE AUR-EDIT-HOURS TO AUR-FIELD-VALUE (4, AUR-SIDE-SUB).
059600     MOVE "PERSONAL ENTITLED" TO AUR-FIELD-NAME (5).
059700     MOVE VAC-PERS-ENT-HRS TO AUR-EDIT-HOURS.
059800     MOVE AUR-EDIT-HOURS TO AUR-FIELD-VALUE (5, AUR-SIDE-SUB).
059900     MOVE "PERSONAL USED" TO AUR-FIELD-NAME (6).
060000     MOVE VAC-PERS-USED-HRS TO AUR-EDIT-HOURS.
060100     MOVE AUR-EDIT-HOURS TO AUR-FIELD-VALUE (6, AUR-SIDE-SUB).
060200     MOVE "VACATION YEAR" TO AUR-FIELD-NAME (7).
060300     MOVE VAC-YEAR-YY TO AUR-FIELD-VALUE (7, AUR-SIDE-SUB).
060400     MOVE 7 TO AUR-FIELD-COUNT.
060500 UNPACK-VACBAL-EXIT.  EXIT.
060600
060700 UNPACK-LOANMST.
060800     MOVE "EMPLOYER NUMBER" TO AUR-FIELD-NAME (1).
060900     MOVE LN-EMPLOYER-NO TO AUR-FIELD-VALUE (1, AUR-SIDE-SUB).
061000     MOVE "EMPLOYEE NUMBER" TO AUR-FIELD-NAME (2).
061100     MOVE LN-EMP-NUM TO AUR-FIELD-VALUE (2, AUR-SIDE-SUB).
061200     MOVE "ORIGINAL PRINCIPAL" TO AUR-FIELD-NAME (3).
061300     MOVE LN-ORIG-PRINCIPAL TO AUR-EDIT-AMOUNT.
061400     MOVE AUR-EDIT-AMOUNT TO AUR-FIELD-VALUE (3, AUR-SIDE-SUB).
061500     MOVE "BALANCE DUE" TO AUR-FIELD-NAME (4).
061600     MOVE LN-BALANCE-DUE TO AUR-EDIT-AMOUNT.
061700     MOVE AUR-EDIT-AMOUNT TO AUR-FIELD-VALUE (4, AUR-SIDE-SUB).
061800     MOVE "PER-PERIOD PAYMENT" TO AUR-FIELD-NAME (5).
061900     MOVE LN-PER-PERIOD-AMT TO AUR-EDIT-AMOUNT.
062000     MOVE AUR-EDIT-AMOUNT TO AUR-FIELD-VALUE (5, AUR-SIDE-SUB).
062100     MOVE "START DATE" TO AUR-FIELD-NAME (6).
062200     MOVE LN-START-DATE TO AUR-FIELD-VALUE (6, AUR-SIDE-SUB).
062300     MOVE "LOAN STATUS" TO AUR-FIELD-NAME (7).
062400     MOVE LN-STATUS TO AUR-FIELD-VALUE (7, AUR-SIDE-SUB).
062500     MOVE "LAST APPLIED DATE" TO AUR-FIELD-NAME (8).
062600     MOVE LN-LAST-APPLIED-DATE TO
062700         AUR-FIELD-VALUE (8, AUR-SIDE-SUB).
062800     MOVE 8 TO AUR-FIELD-COUNT.
062900 UNPACK-LOANMST-EXIT.  EXIT.
063000
063100 PRINT-ONE-FIELD.
063200     IF AUR-FIELD-VALUE (AUR-FLD-SUB, 1) =
063300        AUR-FIELD-VALUE (AUR-FLD-SUB, 2)
063400         GO TO PRINT-ONE-FIELD-NEXT.
063500
063600     MOVE SPACES TO AUF-REPORT-LINE.
063700     MOVE AUR-FIELD-NAME (AUR-FLD-SUB) TO AUF-RL-FIELD-NAME.
063800     MOVE AUR-FIELD-VALUE (AUR-FLD-SUB, 1) TO AUF-RL-BEFORE.
063900     MOVE AUR-FIELD-VALUE (AUR-FLD-SUB, 2) TO AUF-RL-AFTER.
064000     WRITE PRINT-RECORD FROM AUF-REPORT-LINE.
064100     ADD 1 TO AUR-FIELDS-PRINTED.
064200     ADD 1 TO CT-FIELDS-LISTED.
064300
064400 PRINT-ONE-FIELD-NEXT.
064500     ADD 1 TO AUR-FLD-SUB.
064600 PRINT-ONE-FIELD-EXIT.  EXIT.
064700
064800 PRINT-RAW-IMAGES.
064900*    No field layout for this record - print both images as
065000*    they were logged, 80 characters to a line.
065100     ADD 1 TO CT-RAW-LISTED.
065200     IF AUD-BEFORE-IMAGE = SPACES
065300         GO TO PRINT-RAW-AFTER.
065400     MOVE AUD-BEFORE-IMAGE TO AUR-IMAGE-HOLD.
065500     MOVE SPACES TO AUW-REPORT-LINE.
065600     MOVE "BEFORE IMAGE" TO AUW-RL-LABEL.
065700     MOVE AUR-IMAGE-PART-1 TO AUW-RL-IMAGE.
065800     WRITE PRINT-RECORD FROM AUW-REPORT-LINE.
065900     MOVE SPACES TO AUW-REPORT-LINE.
066000     MOVE AUR-IMAGE-PART-2 TO AUW-RL-IMAGE.
066100     WRITE PRINT-RECORD FROM AUW-REPORT-LINE.
066200
066300 PRINT-RAW-AFTER.
066400     IF AUD-AFTER-IMAGE = SPACES
066500         GO TO PRINT-RAW-IMAGES-EXIT.
066600     MOVE AUD-AFTER-IMAGE TO AUR-IMAGE-HOLD.
066700     MOVE SPACES TO AUW-REPORT-LINE.
066800     MOVE "AFTER IMAGE" TO AUW-RL-LABEL.
066900     MOVE AUR-IMAGE-PART-1 TO AUW-RL-IMAGE.
067000     WRITE PRINT-RECORD FROM AUW-REPORT-LINE.
067100     MOVE SPACES TO AUW-REPORT-LINE.
067200     MOVE AUR-IMAGE-PART-2 TO AUW-RL-IMAGE.
067300     WRITE PRINT-RECORD FROM AUW-REPORT-LINE.
067400 PRINT-RAW-IMAGES-EXIT.  EXIT.
067500
067600 END-OF-PROGRAM SECTION.
067700
067800 DONE.
067900     STOP RUN.
068000
068100 END-OF-PROGRAM-EXIT.  EXIT.
