000100*    RSTREC.CPY
000110*    RECORD LAYOUT FOR THE RESTATEMENT-LOG-FILE (CITYRSTL),
000120*    WRITTEN BY CITYRSTA.  EVERY RESTATEMENT OF A CLOSED AND
000130*    PUBLISHED CITY/MONTH APPENDS ONE 'D' RECORD PER DAY WHOSE
000140*    PAIR OR DISPOSITION CHANGED, ONE 'R' RECORD PER STANDING
000150*    CITYRECS RECORD THE RESTATEMENT MOVED, AND ONE 'M' RECORD
000160*    CARRYING THE MONTH'S PUBLISHED FIGURES BEFORE AND AFTER.
000170*    ALL THREE CARRY WHO ASKED FOR THE RESTATEMENT AND WHICH
000180*    OPERATOR KEYED IT.  THE DATASET IS DISP=MOD AND NEVER
000190*    PRUNED, THE SAME WAY RUNLOG AND CITYAUDT ARE - IT IS THE
000200*    PERMANENT ANSWER TO 'WHO CHANGED THE PUBLISHED FIGURE,
000210*    WHEN, AND WHAT DID IT SAY BEFORE'.
000220*    TEMPERATURES ARE FAHRENHEIT, DEGREE-DAYS ARE THE STANDARD
000230*    65F-BASE TOTALS; THE DAILY PAIRS ARE IN THE UNIT THE
000240*    STATION REPORTS IN (RS-DAY-UNIT-FLAG).
000250*    RECORD-CHANGE ACTIONS: 'S' SEEDED (NO STANDING RECORD
000260*    EXISTED), 'U' UPDATED, 'W' WITHDRAWN (NO MONTH ON FILE
000270*    STILL QUALIFIES TO HOLD IT).
000280*
000290 01  RS-RECORD.
000300     05  RS-RUN-DATE         PIC X(08).
000310     05  RS-RUN-TIME         PIC X(08).
000320     05  RS-CITY-CODE        PIC X(04).
000330     05  RS-YEAR-MONTH       PIC X(06).
000340     05  RS-HIST-RUN-DATE    PIC X(08).
000350     05  RS-REQUESTED-BY     PIC X(20).
000360     05  RS-OPERATOR         PIC X(03).
000370     05  RS-RECORD-TYPE      PIC X(01).
000380         88  RS-MONTH-FIGURES  VALUE 'M'.
000390         88  RS-DAY-CORRECTION VALUE 'D'.
000400         88  RS-RECORD-CHANGE  VALUE 'R'.
000410     05  RS-DETAIL           PIC X(76).
000420     05  RS-MONTH-DETAIL REDEFINES RS-DETAIL.
000430         10  RS-OLD-AVERAGE-F    PIC S9(3)V9
000440             SIGN LEADING SEPARATE.
000450         10  RS-NEW-AVERAGE-F    PIC S9(3)V9
000460             SIGN LEADING SEPARATE.
000470         10  RS-OLD-HIGH-F       PIC S9(3)V9
000480             SIGN LEADING SEPARATE.
000490         10  RS-NEW-HIGH-F       PIC S9(3)V9
000500             SIGN LEADING SEPARATE.
000510         10  RS-OLD-LOW-F        PIC S9(3)V9
000520             SIGN LEADING SEPARATE.
000530         10  RS-NEW-LOW-F        PIC S9(3)V9
000540             SIGN LEADING SEPARATE.
000550         10  RS-OLD-VALID-DAYS   PIC 9(02).
000560         10  RS-NEW-VALID-DAYS   PIC 9(02).
000570         10  RS-OLD-EST-DAYS     PIC 9(02).
000580         10  RS-NEW-EST-DAYS     PIC 9(02).
000590         10  RS-OLD-FROST-DAYS   PIC 9(02).
000600         10  RS-NEW-FROST-DAYS   PIC 9(02).
000610         10  RS-OLD-HEATING-DD-F PIC 9(04)V9.
000620         10  RS-NEW-HEATING-DD-F PIC 9(04)V9.
000630         10  RS-OLD-COOLING-DD-F PIC 9(04)V9.
000640         10  RS-NEW-COOLING-DD-F PIC 9(04)V9.
000650         10  RS-OLD-DEPARTURE-F  PIC S9(3)V9
000660             SIGN LEADING SEPARATE.
000670         10  RS-NEW-DEPARTURE-F  PIC S9(3)V9
000680             SIGN LEADING SEPARATE.
000690         10  RS-OLD-COVERAGE     PIC X(01).
000700         10  RS-NEW-COVERAGE     PIC X(01).
000710         10  RS-OLD-QUALITY      PIC X(01).
000720         10  RS-NEW-QUALITY      PIC X(01).
000730     05  RS-DAY-DETAIL REDEFINES RS-DETAIL.
000740         10  RS-DAY-DATE         PIC X(08).
000750         10  RS-DAY-UNIT-FLAG    PIC X(01).
000760         10  RS-OLD-DAY-LOW      PIC S9(2)V9
000770             SIGN LEADING SEPARATE.
000780         10  RS-OLD-DAY-HIGH     PIC S9(2)V9
000790             SIGN LEADING SEPARATE.
000800         10  RS-OLD-DISPOSITION  PIC X(01).
000810         10  RS-NEW-DAY-LOW      PIC S9(2)V9
000820             SIGN LEADING SEPARATE.
000830         10  RS-NEW-DAY-HIGH     PIC S9(2)V9
000840             SIGN LEADING SEPARATE.
000850         10  RS-NEW-DISPOSITION  PIC X(01).
000860         10  FILLER              PIC X(49).
000870     05  RS-RECS-DETAIL REDEFINES RS-DETAIL.
000880         10  RS-REC-TYPE         PIC X(02).
000890         10  RS-OLD-REC-VALUE    PIC S9(4)V9
000900             SIGN LEADING SEPARATE.
000910         10  RS-OLD-REC-DATE     PIC X(08).
000920         10  RS-NEW-REC-VALUE    PIC S9(4)V9
000930             SIGN LEADING SEPARATE.
000940         10  RS-NEW-REC-DATE     PIC X(08).
000950         10  RS-REC-ACTION       PIC X(01).
000960         10  FILLER              PIC X(45).
