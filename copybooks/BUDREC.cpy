000100*    BUDREC.CPY
000110*    RECORD LAYOUT FOR THE REGION-BUDGET-FILE (CITYBUDG), AN
000120*    INDEXED DATASET KEYED BY CITYMSTR REGION CODE AND
000130*    CALENDAR MONTH (YYYYMM), MAINTAINED THROUGH CITYMNT ('B'
000140*    CARDS) AND READ BY CITYBVAR.  IT CARRIES THE MONTH'S
000150*    BUDGETED HEATING AND COOLING DEGREE-DAYS FOR THE WHOLE
000160*    REGION - THE SAME FAHRENHEIT DEGREE-DAYS AGAINST THE 65F
000170*    BASE THAT CITYHIST CARRIES PER CITY AND CITYRGN TOTALS
000180*    PER REGION - AND THE CONTRACTED COST PER DEGREE-DAY THAT
000190*    TURNS A DEGREE-DAY VARIANCE INTO A COST VARIANCE.
000200*
000210 01  BUD-RECORD.
000220     05  BUD-KEY.
000230         10  BUD-REGION-CODE  PIC X(03).
000240         10  BUD-YEAR-MONTH.
000250             15  BUD-YEAR     PIC 9(04).
000260             15  BUD-MONTH    PIC 9(02).
000270     05  BUD-HEATING-DD-F    PIC 9(06)V9.
000280     05  BUD-COOLING-DD-F    PIC 9(06)V9.
000290     05  BUD-COST-PER-DD     PIC 9(03)V99.
