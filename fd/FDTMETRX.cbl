001645*                 actually work in instead of the employer's
001646*                 home PRCTL-STATE.  Spaces still means the
001647*                 home state.
001648*    10/15/26 TR   Added TIME-DD-PRENOTE-INACTIVE - the
001649*                 separation run stops a terminated
001650*                 employee's deposit, so the final check
001651*                 prints on paper instead.
001600******************************************************************
001700
001800      RECORD CONTAINS 950 COMPRESSED CHARACTERS
011910      03 TIME-DD-PRENOTE-STATUS            PIC X(1).           
011920         88 TIME-DD-PRENOTE-PENDING        VALUE "P".    
011930         88 TIME-DD-PRENOTE-LIVE           VALUE "L".    
011935         88 TIME-DD-PRENOTE-INACTIVE       VALUE "I".
011940      03 TIME-RESERVED-FOR-EXPANSION-1     PIC X(1).     
012000      03 TIME-DD-FLAG                      PIC X(1).         
012100      03 TIME-DD-INFO.                                       
