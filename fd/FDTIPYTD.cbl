000100 FD  TIP-YTD-FILE
000200*  Written  10/15/26  TR
000300*  TIPYTD - tipped employee year-to-date file, keyed employer /
000400*  employee, built each pay period by NNNNNN63 as the period's
000500*  tip transactions are applied to PRTIMFIL: cash and charged
000600*  tips reported, meal value, food and beverage sales served,
000700*  and any tip-credit make-up pay.  TPY-ALLOCATED-TIPS is filled
000800*  in at year end by the NNNNNN64 allocated-tips worksheet.  The
000900*  W-2 extract takes social security tips (cash plus charged)
001000*  and allocated tips from here.  TPY-YEAR-YY records which year
001100*  the balances belong to; the update run starts a record over
001200*  when the year changes, the same way FUTAYTD rolls.
001300*
001400     RECORD CONTAINS 60 COMPRESSED CHARACTERS
001500     LABEL RECORDS ARE STANDARD
001600         VALUE OF
001700             FILENAME IS TPY-FILE-NAME
001800             LIBRARY  IS TPY-LIBRARY
001900             VOLUME   IS TPY-VOLUME
002000             SPACE    IS TPY-SPACE.
002100
002200 01  TIP-YTD-RECORD.
002300     05  TPY-KEY.
002400         10  TPY-EMPLOYER-NO             PIC 9(2).
002500         10  TPY-EMP-NUM                 PIC 9(4).
002600     05  TPY-YEAR-YY                     PIC 9(2).
002700     05  TPY-YTD-CASH-TIPS               PIC S9(7)V99 COMP.
002800     05  TPY-YTD-CHARGED-TIPS            PIC S9(7)V99 COMP.
002900     05  TPY-YTD-MEAL-VALUE              PIC S9(7)V99 COMP.
003000     05  TPY-YTD-GROSS-SALES             PIC S9(7)V99 COMP.
003100     05  TPY-YTD-MAKEUP-PAY              PIC S9(7)V99 COMP.
003200     05  TPY-ALLOCATED-TIPS              PIC S9(7)V99 COMP.
003300     05  FILLER                        PIC X(10).
