000100 FD  TIP-TRANS-FILE
000200*  Written  10/15/26  TR
000300*  TIPTRX - tip and meal transactions for a restaurant employer
000400*  (PRCTL-RESTAURANT = "Y"), keyed from the employees' tip
000500*  reports: cash tips reported, charged tips, the value of meals
000600*  furnished, and the food and beverage sales the employee
000700*  served, for one pay period (TPT-PERIOD-DATE, mmddyy, the
000800*  PRTIMFIL pay period date).  An employee may have several
000900*  transactions in a period; NNNNNN63 adds them together.
001000*
001100     RECORD CONTAINS 60 CHARACTERS
001200     LABEL RECORDS ARE STANDARD
001300         VALUE OF
001400             FILENAME IS TPT-FILE-NAME
001500             LIBRARY  IS TPT-LIBRARY
001600             VOLUME   IS TPT-VOLUME
001700             SPACE    IS TPT-SPACE.
001800
001900 01  TPT-RECORD.
002000     05  TPT-EMPLOYER-NO                 PIC 9(2).
002100     05  TPT-EMP-NUM                     PIC 9(4).
002200     05  TPT-PERIOD-DATE                 PIC 9(6).
002300     05  TPT-CASH-TIPS                   PIC 9(5)V99.
002400     05  TPT-CHARGED-TIPS                PIC 9(5)V99.
002500     05  TPT-MEAL-VALUE                  PIC 9(4)V99.
002600     05  TPT-GROSS-SALES                 PIC 9(6)V99.
002700     05  TPT-TRANS-DATE                  PIC 9(6).
002800     05  TPT-USER-ID                     PIC X(3).
002900     05  FILLER                        PIC X(11).
