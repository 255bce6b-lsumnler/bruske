001600* 12/15/98 RGR Added TD-USED-AVG-RATE-FLAG
001700*  3/18/99 JCM Revised prim key for y2k & wrksch rec was x(180)
001800*  6/11/03 RGR Changed comments re: training-flag
001850* 10/15/26 TR  Added TD-JOB-NUMBER out of the trailing FILLER
001900*
002000     RECORD CONTAINS 240 COMPRESSED CHARACTERS
002100     LABEL RECORDS ARE STANDARD
012300     05  TD-USED-AVG-RATE-FLAG                  PIC X.
012400*        Y or N; Y = ADJ-EARNED-HRS was calculated to pay employee
012500*                    at her average rate.
012510     05  TD-JOB-NUMBER                          PIC X(6).
012520*        customer job the time is charged to (JOBMAST) when
012530*        PRCTL-USE-JOB-NUMBERS = "Y"; spaces = no job
012600     05  FILLER                                 PIC X(53).
