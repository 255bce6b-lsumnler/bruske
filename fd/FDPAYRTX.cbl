000100 FD  PAY-RATE-TRANS-FILE
000200*  Written  10/15/26  TR
000300*  PAYRATTX - inbound pay rate maintenance transactions against
000400*  PAYRATE.  RTX-ACTION-ADD adds one employee's rate change
000500*  effective RTX-EFF-DATE-CYMD; a blank pay basis or zero
000600*  overtime multiplier carries over from the rate in force the
000700*  day before.  RTX-ACTION-MASS raises every active employee in
000800*  RTX-DEPARTMENT-NO by RTX-INCREASE-PCT on the effective date,
000900*  starting from each employee's rate in force that day (the
001000*  employee number is ignored on a mass increase).
001010*  RTX-ACTION-CHANGE corrects the rate already on file for
001020*  RTX-EFF-DATE-CYMD in place; a blank pay basis or zero
001030*  overtime multiplier keeps the record's own.
001100*
001200     RECORD CONTAINS 80 CHARACTERS
001300     LABEL RECORDS ARE STANDARD
001400         VALUE OF
001500             FILENAME IS RTX-FILE-NAME
001600             LIBRARY  IS RTX-LIBRARY
001700             VOLUME   IS RTX-VOLUME
001800             SPACE    IS RTX-SPACE.
001900
002000 01  RTX-RECORD.
002100     05  RTX-EMPLOYER-NO                 PIC 9(2).
002200     05  RTX-EMP-NUM                     PIC 9(4).
002300     05  RTX-ACTION                      PIC X(1).
002400         88  RTX-ACTION-ADD                VALUE "A".
002450         88  RTX-ACTION-CHANGE             VALUE "C".
002500         88  RTX-ACTION-MASS               VALUE "M".
002600     05  RTX-EFF-DATE-CYMD               PIC 9(8).
002700     05  RTX-PAY-BASIS                   PIC X(1).
002800     05  RTX-HOURLY-RATE                 PIC 9(3)V999.
002900     05  RTX-SALARY                      PIC 9(5)V99.
003000     05  RTX-OT-MULTIPLIER               PIC 9(1)V99.
003100     05  RTX-CHANGE-REASON               PIC X(20).
003200     05  RTX-DEPARTMENT-NO               PIC 9(4).
003300     05  RTX-INCREASE-PCT                PIC 9(2)V99.
003400     05  RTX-TRANS-DATE                  PIC 9(6).
003500     05  RTX-USER-ID                     PIC X(3).
003600     05  FILLER                        PIC X(11).
