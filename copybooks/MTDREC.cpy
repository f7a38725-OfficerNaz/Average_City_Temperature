000190*    MONTH INTO THE CITYRD RECORD THE EXISTING CITYTEMP
000200*    AVERAGING ALREADY UNDERSTANDS.  CLOSED MONTHS STAY ON
000210*    THE CLUSTER UNTIL OPERATIONS PRUNES THEM.
000220*    THE REPOST COUNTS (ADDED 2026-10-15) GREW THE RECORD FROM
000230*    478 TO 509 BYTES - ONE DIGIT PER DAY SLOT, THE NUMBER OF
000240*    TIMES CITYPOST HAS REPLACED THE DAY SINCE IT WAS FIRST
000250*    POSTED (HELD AT 9), SO CITYCHAS CAN CHASE A STATION THAT
000260*    KEEPS RE-SENDING THE SAME DAY.  THEY SIT AT THE END SO
000270*    NOTHING ELSE MOVES; A CLUSTER LOADED BEFORE THAT DATE MUST
000280*    BE RE-CUT ONCE (REPRO THROUGH A ONE-TIME CONVERSION THAT
000290*    APPENDS 31 ZEROS TO EACH RECORD) INTO A CLUSTER DEFINED AT
000300*    THE NEW LENGTH, THE SAME WAY THE CITYMSTR GROWTH WAS HANDLED.
000310*
000320 01  MTD-RECORD.
000330     05  MTD-KEY.
000340         10  MTD-CITY-CODE     PIC X(04).
000350         10  MTD-READING-YEAR  PIC 9(04).
000360         10  MTD-READING-MONTH PIC 9(02).
000370     05  MTD-UNIT-FLAG         PIC X(01).
000380     05  MTD-DAY-ENTRY OCCURS 31 TIMES.
000390         10  MTD-DAY-POSTED    PIC X(01).
000400         10  MTD-DAILY-LOW     PIC S9(2)V9
000410             SIGN LEADING SEPARATE.
000420         10  MTD-DAILY-HIGH    PIC S9(2)V9
000430             SIGN LEADING SEPARATE.
000440         10  MTD-DAILY-PRECIP  PIC 9(2)V9.
000450         10  MTD-DAILY-SNOW    PIC 9(2)V9.
000460     05  MTD-DAYS-POSTED       PIC 9(02).
000470     05  MTD-REPOST-ENTRY OCCURS 31 TIMES.
000480         10  MTD-DAY-REPOSTS   PIC 9(01).
