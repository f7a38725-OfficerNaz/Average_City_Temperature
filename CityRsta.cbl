000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CITYRSTA.
000120 AUTHOR. NAZ SASSINE.
000130 INSTALLATION. DESKTOP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160 SECURITY. NONE.
000170*
000180*    MODIFICATION HISTORY
000190*    --------------------
000200*    2026-10-15  NS  FIRST VERSION.  RESTATES ONE CITY/MONTH
000210*                     THAT HAS ALREADY CLOSED AND BEEN
000220*                     PUBLISHED - PARM='CCCC,YYYYMM'.  TAKES
000230*                     THE STATION'S CORRECTED DAYS FROM THE
000240*                     CITYRSTC DECK, LAYS THEM OVER THE MONTH'S
000250*                     CITYDAYS DETAIL, RE-RUNS THE VALIDATION,
000260*                     ESTIMATION, AVERAGING, DEGREE-DAY AND
000270*                     DEPARTURE FIGURES EXACTLY AS THE NIGHTLY
000280*                     RUN DOES, REPLACES THE MONTH'S CITYHIST
000290*                     RECORD AND CITYDAYS DAYS, RE-EVALUATES
000300*                     EVERY STANDING CITYRECS RECORD THE OLD OR
000310*                     NEW FIGURES TOUCH, AND APPENDS OLD-VERSUS-
000320*                     NEW AND WHO-ASKED TO THE PERMANENT CITYRSTL
000330*                     RESTATEMENT LOG.  A RERUN OF THE NIGHTLY
000340*                     JOB ONLY EVER COUNTED A HISTORY DUPLICATE
000350*                     AND LEFT THE WRONG FIGURE PUBLISHED.
000360*    2026-10-15  NS  A RELOCATED STATION'S STANDING RECORDS
000370*                     ARE RE-EVALUATED AGAINST THE NEW SITE ONLY
000380*                     - A RESTATED MONTH UP TO THE MOVE MONTH
000390*                     CANNOT TAKE A RECORD AND THE RESCAN PASSES
000400*                     OVER THOSE MONTHS.  CITYMSTR IS READ FOR
000410*                     THE RELOCATION DATE.  MEMBER RESEQUENCED.
000420*    2026-10-15  NS  THE PARM MONTH IS THE READING MONTH; ITS
000430*                     HISTORY IS LOOKED FOR UNDER THE RUN DATE IN
000440*                     THE MONTH AFTER, WHERE THE NIGHTLY RUN THAT
000450*                     FOLLOWS CITYCLOS PUTS IT.  THE MOVE-MONTH
000460*                     TEST ON THE RESCAN TAKES EACH HISTORY
000470*                     RECORD'S READING MONTH THE SAME WAY.  MEMBER
000480*                     RESEQUENCED.
000490*    2026-10-15  NS  THE STATION'S SERVICE DATES ARE TAKEN FROM
000500*                     CITYMSTR.  A DAY OUTSIDE THEM IS NEVER
000510*                     RE-VALIDATED OR ESTIMATED AND STAYS 'R' ON
000520*                     CITYDAYS, AS THE NIGHTLY RUN LEAVES IT, AND
000530*                     A CORRECTION CARD FOR SUCH A DAY IS
000540*                     REJECTED.  MEMBER RESEQUENCED.
000550*
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CORRECTION-FILE ASSIGN TO CITYRSTC
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-RSTC-STATUS.
000620     SELECT CITY-HISTORY-FILE ASSIGN TO CITYHIST
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS HIST-KEY
000660         FILE STATUS IS WS-HIST-STATUS.
000670     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO HISTARCH
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-ARCH-STATUS.
000700     SELECT CITY-DAILY-FILE ASSIGN TO CITYDAYS
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS DAY-KEY
000740         FILE STATUS IS WS-DAYS-STATUS.
000750     SELECT CITY-NORMALS-FILE ASSIGN TO CITYNORM
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS NORM-KEY
000790         FILE STATUS IS WS-NORM-STATUS.
000800     SELECT CITY-RECORDS-FILE ASSIGN TO CITYRECS
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS REC-KEY
000840         FILE STATUS IS WS-RECS-STATUS.
000850     SELECT CITY-MASTER-FILE ASSIGN TO CITYMSTR
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-MSTR-STATUS.
000880     SELECT RESTATEMENT-LOG-FILE ASSIGN TO CITYRSTL
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-RSTL-STATUS.
000910     SELECT RESTATEMENT-REPORT-FILE ASSIGN TO CITYRSTR
000920         ORGANIZATION IS SEQUENTIAL.
000930*
000940 DATA DIVISION.
000950 FILE SECTION.
000960*    ONE CARD PER CORRECTED DAY.  THE LOW/HIGH PAIR IS IN THE
000970*    UNIT THE STATION REPORTS THE MONTH IN (THE HISTORY
000980*    RECORD'S UNIT FLAG).  EVERY CARD NAMES WHO ASKED FOR THE
000990*    CORRECTION - THE STATION, FINANCE, AN INSURER - AND THE
001000*    OPERATOR WHO KEYED IT.
001010 FD  CORRECTION-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  RQ-RECORD.
001040     05  RQ-CITY-CODE        PIC X(04).
001050     05  RQ-DATE             PIC X(08).
001060     05  RQ-DATE-N REDEFINES RQ-DATE
001070                             PIC 9(08).
001080     05  RQ-LOW              PIC S9(2)V9
001090         SIGN LEADING SEPARATE.
001100     05  RQ-HIGH             PIC S9(2)V9
001110         SIGN LEADING SEPARATE.
001120     05  RQ-REQUESTED-BY     PIC X(20).
001130     05  RQ-OPERATOR         PIC X(03).
001140*
001150 FD  CITY-HISTORY-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY HISTREC.
001180*
001190 FD  HISTORY-ARCHIVE-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  ARCH-RECORD                 PIC X(91).
001220*
001230 FD  CITY-DAILY-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY DAYREC.
001260*
001270 FD  CITY-NORMALS-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY NORMREC.
001300*
001310 FD  CITY-RECORDS-FILE
001320     LABEL RECORDS ARE STANDARD.
001330     COPY RECSREC.
001340*
001350 FD  CITY-MASTER-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY CMREC.
001380*
001390*    THE PERMANENT RESTATEMENT LOG - DISP=MOD, NEVER PRUNED.
001400 FD  RESTATEMENT-LOG-FILE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY RSTREC.
001430*
001440 FD  RESTATEMENT-REPORT-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 01  RR-PRINT-LINE               PIC X(80).
001470*
001480 WORKING-STORAGE SECTION.
001490 01  WS-RSTC-STATUS              PIC X(02) VALUE '00'.
001500 01  WS-HIST-STATUS              PIC X(02) VALUE '00'.
001510 01  WS-ARCH-STATUS              PIC X(02) VALUE '00'.
001520 01  WS-DAYS-STATUS              PIC X(02) VALUE '00'.
001530 01  WS-NORM-STATUS              PIC X(02) VALUE '00'.
001540 01  WS-RECS-STATUS              PIC X(02) VALUE '00'.
001550 01  WS-RSTL-STATUS              PIC X(02) VALUE '00'.
001560 01  WS-MSTR-STATUS              PIC X(02) VALUE '00'.
001570*    ANY REASON THE MONTH CANNOT BE RESTATED SAFELY - A BAD
001580*    PARM, A MISSING CLUSTER, A MONTH NOT ON FILE, ONE BAD
001590*    CORRECTION CARD - REFUSES THE WHOLE RESTATEMENT BEFORE
001600*    ANYTHING IS WRITTEN.  HALF A CORRECTION IS WORSE THAN
001610*    NONE.
001620 01  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
001630     88  WS-REFUSED                VALUE 'Y'.
001640 01  WS-WARNING-SWITCH           PIC X(01) VALUE 'N'.
001650     88  WS-WARNING-RAISED         VALUE 'Y'.
001660 01  WS-HIST-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001670     88  WS-HIST-OPEN              VALUE 'Y'.
001680 01  WS-DAYS-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001690     88  WS-DAYS-OPEN              VALUE 'Y'.
001700 01  WS-NORM-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001710     88  WS-NORM-OPEN              VALUE 'Y'.
001720 01  WS-NORM-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001730     88  WS-NORM-FOUND             VALUE 'Y'.
001740 01  WS-RECS-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001750     88  WS-RECS-OPEN              VALUE 'Y'.
001760 01  WS-RSTC-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001770     88  WS-RSTC-OPEN              VALUE 'Y'.
001780 01  WS-ARCH-PRESENT-SWITCH      PIC X(01) VALUE 'N'.
001790     88  WS-ARCH-PRESENT           VALUE 'Y'.
001800 01  WS-ARCH-EOF-SWITCH          PIC X(01) VALUE 'N'.
001810     88  WS-ARCH-EOF               VALUE 'Y'.
001820 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
001830     88  WS-HIST-EOF               VALUE 'Y'.
001840 01  WS-RSTC-EOF-SWITCH          PIC X(01) VALUE 'N'.
001850     88  WS-RSTC-EOF               VALUE 'Y'.
001860 01  WS-MSTR-EOF-SWITCH          PIC X(01) VALUE 'N'.
001870     88  WS-MSTR-EOF               VALUE 'Y'.
001880 01  WS-CARD-OK-SWITCH           PIC X(01) VALUE 'Y'.
001890     88  WS-CARD-OK                VALUE 'Y'.
001900 01  WS-BEST-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001910     88  WS-BEST-FOUND             VALUE 'Y'.
001920*    THE CITY/MONTH BEING RESTATED, FROM THE PARM.
001930 01  WS-REQ-CITY-CODE            PIC X(04).
001940 01  WS-REQ-YEAR-MONTH.
001950     05  WS-REQ-YEAR             PIC 9(04).
001960     05  WS-REQ-MONTH            PIC 9(02).
001970 01  WS-REQ-YEAR-MONTH-X REDEFINES WS-REQ-YEAR-MONTH
001980                                 PIC X(06).
001990*    THE KEY OF THE PUBLISHED HISTORY RECORD BEING REPLACED -
002000*    CITYHIST IS KEYED BY RUN DATE.  CITYCLOS CLOSES A MONTH THE
002010*    MORNING AFTER IT ENDS AND THAT NIGHT'S RUN AVERAGES IT, SO
002020*    THE RECORD FOR A READING MONTH IS RUN-DATED IN THE MONTH
002030*    AFTER IT - WS-HIST-YEAR-MONTH.
002040 01  WS-HIST-YEAR-MONTH.
002050     05  WS-HIST-YEAR            PIC 9(04).
002060     05  WS-HIST-MONTH           PIC 9(02).
002070 01  WS-HIST-YEAR-MONTH-X REDEFINES WS-HIST-YEAR-MONTH
002080                                 PIC X(06).
002090 01  WS-HIST-RUN-DATE            PIC X(08).
002100*    THE CCYYMM THE STATION MOVED TO ITS CURRENT SITE (ZERO IF
002110*    IT NEVER MOVED), AND A HISTORY MONTH TO TEST AGAINST IT.
002120 01  WS-MOVED-PERIOD             PIC 9(06) VALUE ZERO.
002130 01  WS-TEST-PERIOD              PIC 9(06) VALUE ZERO.
002140 01  WS-TEST-PERIOD-R REDEFINES WS-TEST-PERIOD.
002150     05  WS-TEST-YEAR            PIC 9(04).
002160     05  WS-TEST-MONTH           PIC 9(02).
002170*    THE STATION'S SERVICE DATES, CCYYMMDD (OUT OF SERVICE ZERO
002180*    WHILE IT IS STILL REPORTING).  NO MASTER LEAVES BOTH ZERO
002190*    AND EVERY DAY OF THE MONTH IN SERVICE.
002200 01  WS-IN-SERVICE-DATE          PIC 9(08) VALUE ZERO.
002210 01  WS-OUT-SERVICE-DATE         PIC 9(08) VALUE ZERO.
002220 01  WS-UNIT-FLAG                PIC X(01).
002230 01  WS-CITY-NAME                PIC X(12).
002240 01  WS-FIRST-REQUESTED-BY       PIC X(20) VALUE SPACES.
002250 01  WS-FIRST-OPERATOR           PIC X(03) VALUE SPACES.
002260 01  WS-REFUSE-REASON            PIC X(40).
002270 01  WS-CARD-REASON              PIC X(22).
002280 01  WS-RUN-DATE                 PIC X(08).
002290 01  WS-RUN-TIME                 PIC X(08).
002300 01  WS-DAY-DATE-WORK.
002310     05  WS-DD-YEAR              PIC 9(04).
002320     05  WS-DD-MONTH             PIC 9(02).
002330     05  WS-DD-DAY               PIC 9(02).
002340 01  WS-DAY-DATE-WORK-X REDEFINES WS-DAY-DATE-WORK
002350                                 PIC X(08).
002360 01  WS-DAY-DATE-N REDEFINES WS-DAY-DATE-WORK
002370                                 PIC 9(08).
002380*    RUN TOTALS.
002390 01  WS-CARDS-READ               PIC 9(04) COMP VALUE ZERO.
002400 01  WS-CARDS-APPLIED            PIC 9(04) COMP VALUE ZERO.
002410 01  WS-CARDS-REJECTED           PIC 9(04) COMP VALUE ZERO.
002420 01  WS-DAYS-ON-FILE             PIC 9(02) COMP VALUE ZERO.
002430 01  WS-DAYS-CHANGED             PIC 9(02) COMP VALUE ZERO.
002440 01  WS-DAYS-REWRITTEN           PIC 9(02) COMP VALUE ZERO.
002450 01  WS-RECORDS-CHANGED          PIC 9(02) COMP VALUE ZERO.
002460 01  WS-LOG-RECORDS-WRITTEN      PIC 9(04) COMP VALUE ZERO.
002470*    THE MONTH'S DAYS, LOADED FROM CITYDAYS AND OVERLAID BY
002480*    THE CORRECTION CARDS.  THE USABLE SWITCH MEANS WHAT IT
002490*    MEANS IN CITYTEMP: 'Y' MEASURED AND USABLE, 'N' REJECTED
002500*    OR UNUSABLE, 'E' FILLED BY THE ESTIMATION PASS, 'O'
002510*    OUTSIDE THE STATION'S SERVICE DATES.  THE OLD
002520*    PAIR AND DISPOSITION ARE KEPT FOR THE LOG.  A DAY THE
002530*    NIGHTLY RUN ESTIMATED HAS NO MEASUREMENT BEHIND IT, SO
002540*    UNLESS A CARD NOW SUPPLIES ONE IT IS RE-ESTIMATED, NOT
002550*    RE-VALIDATED.
002560 01  WS-MAX-DAYS                 PIC 9(02) COMP VALUE 31.
002570 01  WS-DAY-COUNT                PIC 9(02) VALUE ZERO.
002580 01  DAILY-READING-TABLE.
002590     05  DAILY-READING OCCURS 1 TO 31 TIMES
002600             DEPENDING ON WS-DAY-COUNT
002610             INDEXED BY DAY-IDX.
002620         10  DAILY-LOW           PIC S9(2)V9
002630             SIGN LEADING SEPARATE.
002640         10  DAILY-HIGH          PIC S9(2)V9
002650             SIGN LEADING SEPARATE.
002660         10  DAILY-USABLE-SWITCH PIC X(01).
002670             88  DAILY-USABLE     VALUE 'Y'.
002680             88  DAILY-ESTIMATED  VALUE 'E'.
002690             88  DAILY-OUT-OF-SERVICE VALUE 'O'.
002700         10  DAILY-ON-FILE-SWITCH PIC X(01).
002710             88  DAILY-ON-FILE    VALUE 'Y'.
002720         10  DAILY-CORRECTED-SWITCH PIC X(01).
002730             88  DAILY-CORRECTED  VALUE 'Y'.
002740         10  DAILY-OLD-LOW       PIC S9(2)V9
002750             SIGN LEADING SEPARATE.
002760         10  DAILY-OLD-HIGH      PIC S9(2)V9
002770             SIGN LEADING SEPARATE.
002780         10  DAILY-OLD-DISPOSITION PIC X(01).
002790         10  DAILY-NEW-DISPOSITION PIC X(01).
002800         10  DAILY-REQUESTED-BY  PIC X(20).
002810         10  DAILY-OPERATOR      PIC X(03).
002820 01  WS-DAY-SUB                  PIC 9(02) COMP VALUE ZERO.
002830 01  WS-NEAR-SUB                 PIC 9(02) COMP VALUE ZERO.
002840 01  WS-BEFORE-SUB               PIC 9(02) COMP VALUE ZERO.
002850 01  WS-AFTER-SUB                PIC 9(02) COMP VALUE ZERO.
002860 01  WS-OFFSET-SUB               PIC 9(02) COMP VALUE ZERO.
002870 01  WS-GAP-SPAN                 PIC 9(02) COMP VALUE 3.
002880 01  WS-DAYS-IN-MONTH            PIC 9(02) COMP VALUE ZERO.
002890 01  WS-MIN-VALID-DAYS           PIC 9(02) COMP VALUE 20.
002900 01  WS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
002910 01  WS-LEAP-REM-4               PIC 9(03) COMP VALUE ZERO.
002920 01  WS-LEAP-REM-100             PIC 9(03) COMP VALUE ZERO.
002930 01  WS-LEAP-REM-400             PIC 9(03) COMP VALUE ZERO.
002940*    THE RECOMPUTATION ACCUMULATORS - THE SAME FIELDS, AND THE
002950*    SAME RULES, AS CITYTEMP'S ADDING-TEMPERATURES.
002960 01  WS-SUM-OF-ALL               PIC S9(4)V9
002970         SIGN LEADING SEPARATE.
002980 01  WS-AVERAGE-TEMP             PIC S9(2)V9
002990         SIGN LEADING SEPARATE.
003000 01  WS-MONTH-HIGH               PIC S9(2)V9
003010         SIGN LEADING SEPARATE.
003020 01  WS-MONTH-LOW                PIC S9(2)V9
003030         SIGN LEADING SEPARATE.
003040 01  WS-DAY-MEAN                 PIC S9(2)V9
003050         SIGN LEADING SEPARATE.
003060 01  WS-VALID-DAY-COUNT          PIC 9(02) VALUE ZERO.
003070 01  WS-ESTIMATED-DAYS           PIC 9(02) VALUE ZERO.
003080 01  WS-TOTAL-DAY-COUNT          PIC 9(02) VALUE ZERO.
003090 01  WS-FROST-DAYS               PIC 9(02) VALUE ZERO.
003100 01  WS-HEATING-DD               PIC 9(04)V9 VALUE ZERO.
003110 01  WS-COOLING-DD               PIC 9(04)V9 VALUE ZERO.
003120 01  WS-EST-LOW                  PIC S9(2)V9
003130         SIGN LEADING SEPARATE.
003140 01  WS-EST-HIGH                 PIC S9(2)V9
003150         SIGN LEADING SEPARATE.
003160 01  WS-HDD-BASE-F               PIC S9(3)V9
003170         SIGN LEADING SEPARATE VALUE 65.0.
003180 01  WS-FREEZING-C               PIC S9(2)V9
003190         SIGN LEADING SEPARATE VALUE 0.0.
003200 01  WS-FREEZING-F               PIC S9(2)V9
003210         SIGN LEADING SEPARATE VALUE 32.0.
003220 01  WS-MIN-PLAUSIBLE-C          PIC S9(2)V9
003230         SIGN LEADING SEPARATE VALUE -60.0.
003240 01  WS-MAX-PLAUSIBLE-C          PIC S9(2)V9
003250         SIGN LEADING SEPARATE VALUE 60.0.
003260 01  WS-MIN-PLAUSIBLE-F          PIC S9(2)V9
003270         SIGN LEADING SEPARATE VALUE -60.0.
003280 01  WS-MAX-PLAUSIBLE-F          PIC S9(2)V9
003290         SIGN LEADING SEPARATE VALUE 99.9.
003300 01  WS-MIN-PLAUSIBLE            PIC S9(3)V9
003310         SIGN LEADING SEPARATE.
003320 01  WS-MAX-PLAUSIBLE            PIC S9(3)V9
003330         SIGN LEADING SEPARATE.
003340 01  WS-FREEZING                 PIC S9(2)V9
003350         SIGN LEADING SEPARATE.
003360 01  WS-CONV-UNIT-IN             PIC X(01).
003370 01  WS-CONV-TEMP-IN             PIC S9(2)V9
003380         SIGN LEADING SEPARATE.
003390 01  WS-CONV-TEMP-F              PIC S9(3)V9
003400         SIGN LEADING SEPARATE.
003410 01  WS-CONV-TEMP-C              PIC S9(2)V9
003420         SIGN LEADING SEPARATE.
003430*    THE MONTH'S PUBLISHED FIGURES BEFORE AND AFTER.
003440 01  WS-OLD-FIGURES.
003450     05  WS-OLD-AVERAGE-F        PIC S9(3)V9
003460         SIGN LEADING SEPARATE.
003470     05  WS-OLD-HIGH-F           PIC S9(3)V9
003480         SIGN LEADING SEPARATE.
003490     05  WS-OLD-LOW-F            PIC S9(3)V9
003500         SIGN LEADING SEPARATE.
003510     05  WS-OLD-VALID-DAYS       PIC 9(02).
003520     05  WS-OLD-EST-DAYS         PIC 9(02).
003530     05  WS-OLD-FROST-DAYS       PIC 9(02).
003540     05  WS-OLD-HEATING-DD       PIC 9(04)V9.
003550     05  WS-OLD-COOLING-DD       PIC 9(04)V9.
003560     05  WS-OLD-DEPARTURE-F      PIC S9(3)V9
003570         SIGN LEADING SEPARATE.
003580     05  WS-OLD-COVERAGE         PIC X(01).
003590     05  WS-OLD-QUALITY          PIC X(01).
003600 01  WS-NEW-FIGURES.
003610     05  WS-NEW-AVERAGE-F        PIC S9(3)V9
003620         SIGN LEADING SEPARATE.
003630     05  WS-NEW-HIGH-F           PIC S9(3)V9
003640         SIGN LEADING SEPARATE.
003650     05  WS-NEW-LOW-F            PIC S9(3)V9
003660         SIGN LEADING SEPARATE.
003670     05  WS-NEW-VALID-DAYS       PIC 9(02).
003680     05  WS-NEW-EST-DAYS         PIC 9(02).
003690     05  WS-NEW-FROST-DAYS       PIC 9(02).
003700     05  WS-NEW-HEATING-DD       PIC 9(04)V9.
003710     05  WS-NEW-COOLING-DD       PIC 9(04)V9.
003720     05  WS-NEW-DEPARTURE-F      PIC S9(3)V9
003730         SIGN LEADING SEPARATE.
003740     05  WS-NEW-COVERAGE         PIC X(01).
003750     05  WS-NEW-QUALITY          PIC X(01).
003760 01  WS-NEW-AVERAGE-C            PIC S9(2)V9
003770         SIGN LEADING SEPARATE.
003780 01  WS-NEW-HIGH-C               PIC S9(2)V9
003790         SIGN LEADING SEPARATE.
003800 01  WS-NEW-LOW-C                PIC S9(2)V9
003810         SIGN LEADING SEPARATE.
003820 01  WS-NEW-NORMAL-FLAG          PIC X(01).
003830*    STANDING-RECORD RE-EVALUATION.  A MONTH QUALIFIES TO
003840*    HOLD A RECORD ON THE SAME TERMS AS IN CITYTEMP - NOT LOW
003850*    COVERAGE AND AT LEAST ONE MEASURED DAY.
003860 01  WS-NEW-ELIGIBLE-SWITCH      PIC X(01) VALUE 'N'.
003870     88  WS-NEW-ELIGIBLE           VALUE 'Y'.
003880 01  WS-REC-TYPE                 PIC X(02).
003890 01  WS-REC-DIRECTION            PIC X(01).
003900 01  WS-REC-CANDIDATE            PIC S9(4)V9
003910         SIGN LEADING SEPARATE.
003920 01  WS-REC-DESC                 PIC X(20).
003930 01  WS-REC-ACTION               PIC X(01).
003940 01  WS-SAVE-REC-VALUE           PIC S9(4)V9
003950         SIGN LEADING SEPARATE.
003960 01  WS-SAVE-REC-DATE            PIC X(08).
003970 01  WS-SCAN-CANDIDATE           PIC S9(4)V9
003980         SIGN LEADING SEPARATE.
003990 01  WS-BEST-VALUE               PIC S9(4)V9
004000         SIGN LEADING SEPARATE.
004010 01  WS-BEST-DATE                PIC X(08).
004020*    FIGURE-LINE WORK FIELDS.
004030 01  WS-FIG-LABEL                PIC X(20).
004040 01  WS-FIG-OLD                  PIC S9(4)V9
004050         SIGN LEADING SEPARATE.
004060 01  WS-FIG-NEW                  PIC S9(4)V9
004070         SIGN LEADING SEPARATE.
004080 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
004090 01  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
004100 01  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
004110 01  WS-SAVE-LINE                PIC X(80).
004120 01  WS-TITLE-LINE.
004130     05  FILLER PIC X(80) VALUE
004140        'RESTATEMENT OF A CLOSED MONTH - OLD AND NEW FIGURES'.
004150 01  WS-REQUEST-LINE.
004160     05  FILLER                  PIC X(06) VALUE 'CITY: '.
004170     05  WS-RQL-CITY-CODE         PIC X(04).
004180     05  FILLER                  PIC X(09) VALUE '  MONTH: '.
004190     05  WS-RQL-YEAR-MONTH        PIC X(06).
004200     05  FILLER                  PIC X(12) VALUE
004210        '  RUN DATE: '.
004220     05  WS-RQL-RUN-DATE          PIC X(08).
004230     05  FILLER                  PIC X(04) VALUE SPACES.
004240     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
004250     05  WS-RQL-PAGE-NO           PIC ZZZ9.
004260     05  FILLER                  PIC X(21) VALUE SPACES.
004270 01  WS-BLANK-LINE.
004280     05  FILLER                  PIC X(80) VALUE SPACES.
004290 01  WS-CARD-LINE.
004300     05  FILLER                  PIC X(05) VALUE 'CARD '.
004310     05  WS-CL-SEQ-NO             PIC ZZZ9.
004320     05  FILLER                  PIC X(02) VALUE SPACES.
004330     05  WS-CL-CITY-CODE          PIC X(04).
004340     05  FILLER                  PIC X(01) VALUE SPACES.
004350     05  WS-CL-DATE               PIC X(08).
004360     05  FILLER                  PIC X(12) VALUE
004370        '  REJECTED  '.
004380     05  WS-CL-REASON             PIC X(22).
004390     05  FILLER                  PIC X(22) VALUE SPACES.
004400 01  WS-REFUSE-LINE.
004410     05  FILLER                  PIC X(27) VALUE
004420        'RESTATEMENT NOT APPLIED -  '.
004430     05  WS-RF-REASON             PIC X(40).
004440     05  FILLER                  PIC X(13) VALUE SPACES.
004450 01  WS-DAY-HDR-LINE.
004460     05  FILLER                  PIC X(80) VALUE
004470        'DATE      UNIT  OLD LOW  HIGH D   NEW LOW  HIGH D  REQU
004480-    'ESTED BY'.
004490 01  WS-DAY-LINE.
004500     05  WS-DY-DATE               PIC X(08).
004510     05  FILLER                  PIC X(03) VALUE SPACES.
004520     05  WS-DY-UNIT               PIC X(01).
004530     05  FILLER                  PIC X(04) VALUE SPACES.
004540     05  WS-DY-OLD-LOW            PIC -99.9.
004550     05  FILLER                  PIC X(01) VALUE SPACES.
004560     05  WS-DY-OLD-HIGH           PIC -99.9.
004570     05  FILLER                  PIC X(01) VALUE SPACES.
004580     05  WS-DY-OLD-DISP           PIC X(01).
004590     05  FILLER                  PIC X(05) VALUE SPACES.
004600     05  WS-DY-NEW-LOW            PIC -99.9.
004610     05  FILLER                  PIC X(01) VALUE SPACES.
004620     05  WS-DY-NEW-HIGH           PIC -99.9.
004630     05  FILLER                  PIC X(01) VALUE SPACES.
004640     05  WS-DY-NEW-DISP           PIC X(01).
004650     05  FILLER                  PIC X(02) VALUE SPACES.
004660     05  WS-DY-REQUESTED-BY       PIC X(20).
004670     05  FILLER                  PIC X(11) VALUE SPACES.
004680 01  WS-FIG-HDR-LINE.
004690     05  FILLER                  PIC X(80) VALUE
004700        'MONTH FIGURE              OLD        NEW'.
004710 01  WS-FIG-LINE.
004720     05  WS-FL-LABEL              PIC X(20).
004730     05  FILLER                  PIC X(03) VALUE SPACES.
004740     05  WS-FL-OLD                PIC -ZZZ9.9.
004750     05  FILLER                  PIC X(04) VALUE SPACES.
004760     05  WS-FL-NEW                PIC -ZZZ9.9.
004770     05  FILLER                  PIC X(02) VALUE SPACES.
004780     05  WS-FL-CHANGED            PIC X(07).
004790     05  FILLER                  PIC X(30) VALUE SPACES.
004800 01  WS-FLAG-LINE.
004810     05  WS-FG-LABEL              PIC X(20).
004820     05  FILLER                  PIC X(09) VALUE SPACES.
004830     05  WS-FG-OLD                PIC X(01).
004840     05  FILLER                  PIC X(10) VALUE SPACES.
004850     05  WS-FG-NEW                PIC X(01).
004860     05  FILLER                  PIC X(02) VALUE SPACES.
004870     05  WS-FG-CHANGED            PIC X(07).
004880     05  FILLER                  PIC X(30) VALUE SPACES.
004890 01  WS-REC-HDR-LINE.
004900     05  FILLER                  PIC X(80) VALUE
004910        'STANDING RECORD           OLD  SET ON       NEW  SET ON
004920-    '    ACTION'.
004930 01  WS-REC-LINE.
004940     05  WS-RL-DESC               PIC X(20).
004950     05  FILLER                  PIC X(01) VALUE SPACES.
004960     05  WS-RL-OLD-VALUE          PIC -ZZZ9.9.
004970     05  FILLER                  PIC X(01) VALUE SPACES.
004980     05  WS-RL-OLD-DATE           PIC X(08).
004990     05  FILLER                  PIC X(01) VALUE SPACES.
005000     05  WS-RL-NEW-VALUE          PIC -ZZZ9.9.
005010     05  FILLER                  PIC X(01) VALUE SPACES.
005020     05  WS-RL-NEW-DATE           PIC X(08).
005030     05  FILLER                  PIC X(04) VALUE SPACES.
005040     05  WS-RL-ACTION             PIC X(09).
005050     05  FILLER                  PIC X(13) VALUE SPACES.
005060 01  WS-NO-RECS-LINE.
005070     05  FILLER PIC X(80) VALUE
005080        'NO STANDING RECORD MOVED BY THIS RESTATEMENT'.
005090 01  WS-TOTAL-LINE.
005100     05  FILLER                  PIC X(15) VALUE
005110        'CARDS APPLIED: '.
005120     05  WS-TL-CARDS              PIC ZZZ9.
005130     05  FILLER                  PIC X(17) VALUE
005140        '  DAYS CHANGED: '.
005150     05  WS-TL-DAYS               PIC Z9.
005160     05  FILLER                  PIC X(20) VALUE
005170        '  RECORDS CHANGED: '.
005180     05  WS-TL-RECORDS            PIC Z9.
005190     05  FILLER                  PIC X(20) VALUE SPACES.
005200*
005210 LINKAGE SECTION.
005220 01  PARM-DATA.
005230     05  PARM-LENGTH             PIC S9(04) COMP.
005240     05  PARM-TEXT               PIC X(11).
005250*
005260 PROCEDURE DIVISION USING PARM-DATA.
005270 0000-MAINLINE.
005280*    TOP LEVEL FLOW OF CONTROL FOR THE RESTATEMENT RUN.
005290*    NOTHING IS REPLACED UNLESS EVERY CHECK AND EVERY CARD
005300*    HAS PASSED.
005310     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005320     IF NOT WS-REFUSED
005330         PERFORM 2000-RESTATE-MONTH THRU 2000-EXIT
005340     END-IF
005350     PERFORM 3000-TERMINATE THRU 3000-EXIT
005360     GO TO 0000-EXIT.
005370 0000-EXIT.
005380     EXIT.
005390*
005400 1000-INITIALIZE.
005410*    PARSES THE PARM, OPENS THE CLUSTERS, FINDS THE PUBLISHED
005420*    HISTORY RECORD FOR THE CITY/MONTH, LOADS THE MONTH'S
005430*    DAILY DETAIL AND EDITS AND LAYS OVER EVERY CORRECTION
005440*    CARD.  ANY FAILURE REFUSES THE WHOLE RESTATEMENT, RC=8,
005450*    WITH NOTHING WRITTEN.
005460*    THE CITY'S RELOCATION AND SERVICE DATES COME FROM THE
005470*    MASTER; WITH NO MASTER THE STATION IS TAKEN AS NEVER HAVING
005480*    MOVED AND IN SERVICE THE WHOLE MONTH.
005490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005500     ACCEPT WS-RUN-TIME FROM TIME
005510     OPEN OUTPUT RESTATEMENT-REPORT-FILE
005520     PERFORM 1100-PARSE-REQUEST THRU 1100-EXIT
005530     IF WS-REFUSED
005540         GO TO 1000-EXIT
005550     END-IF
005560     OPEN I-O CITY-HISTORY-FILE
005570     IF WS-HIST-STATUS NOT = '00'
005580         MOVE 'CITYHIST NOT AVAILABLE' TO WS-REFUSE-REASON
005590         PERFORM 1500-REFUSE-RESTATEMENT THRU 1500-EXIT
005600         GO TO 1000-EXIT
005610     END-IF
005620     SET WS-HIST-OPEN TO TRUE
005630     OPEN I-O CITY-DAILY-FILE
005640     IF WS-DAYS-STATUS NOT = '00'
005650         MOVE 'CITYDAYS NOT AVAILABLE' TO WS-REFUSE-REASON
005660         PERFORM 1500-REFUSE-RESTATEMENT THRU 1500-EXIT
005670         GO TO 1000-EXIT
005680     END-IF
005690     SET WS-DAYS-OPEN TO TRUE
005700     OPEN INPUT CITY-NORMALS-FILE
005710     IF WS-NORM-STATUS = '00'
005720         SET WS-NORM-OPEN TO TRUE
005730     ELSE
005740         DISPLAY 'CITY NORMALS FILE NOT AVAILABLE - STATUS '
005750             WS-NORM-STATUS
005760         DISPLAY 'GLOBAL PLAUSIBILITY BOUNDS WILL APPLY'
005770     END-IF
005780     OPEN I-O CITY-RECORDS-FILE
005790     IF WS-RECS-STATUS = '00'
005800         SET WS-RECS-OPEN TO TRUE
005810     ELSE
005820         DISPLAY 'CITY RECORDS FILE NOT AVAILABLE - STATUS '
005830             WS-RECS-STATUS
005840         DISPLAY 'STANDING RECORDS NOT RE-EVALUATED THIS RUN'
005850         SET WS-WARNING-RAISED TO TRUE
005860     END-IF
005870     OPEN INPUT HISTORY-ARCHIVE-FILE
005880     IF WS-ARCH-STATUS = '00'
005890         SET WS-ARCH-PRESENT TO TRUE
005900         CLOSE HISTORY-ARCHIVE-FILE
005910     ELSE
005920         DISPLAY 'HISTORY ARCHIVE NOT PRESENT - STATUS '
005930             WS-ARCH-STATUS
005940     END-IF
005950     OPEN INPUT CITY-MASTER-FILE
005960     IF WS-MSTR-STATUS = '00'
005970         PERFORM 1600-READ-ONE-MASTER THRU 1600-EXIT
005980             UNTIL WS-MSTR-EOF
005990         CLOSE CITY-MASTER-FILE
006000     ELSE
006010         DISPLAY 'CITY MASTER NOT PRESENT - STATUS '
006020             WS-MSTR-STATUS
006030         DISPLAY 'RELOCATION NOT KNOWN - ALL HISTORY USED'
006040         DISPLAY 'SERVICE DATES NOT KNOWN - EVERY DAY IN SERVICE'
006050     END-IF
006060     PERFORM 1200-FIND-HISTORY-MONTH THRU 1200-EXIT
006070     IF WS-REFUSED
006080         GO TO 1000-EXIT
006090     END-IF
006100     PERFORM 1250-SET-DAYS-IN-MONTH THRU 1250-EXIT
006110     MOVE WS-DAYS-IN-MONTH TO WS-DAY-COUNT
006120     PERFORM 1300-LOAD-ONE-DAY THRU 1300-EXIT
006130         VARYING WS-DAY-SUB FROM 1 BY 1
006140         UNTIL WS-DAY-SUB > WS-DAY-COUNT
006150     IF WS-DAYS-ON-FILE = ZERO
006160         MOVE 'NO CITYDAYS DETAIL FOR MONTH' TO WS-REFUSE-REASON
006170         PERFORM 1500-REFUSE-RESTATEMENT THRU 1500-EXIT
006180         GO TO 1000-EXIT
006190     END-IF
006200     OPEN INPUT CORRECTION-FILE
006210     IF WS-RSTC-STATUS NOT = '00'
006220         MOVE 'CORRECTION DECK NOT AVAILABLE' TO WS-REFUSE-REASON
006230         PERFORM 1500-REFUSE-RESTATEMENT THRU 1500-EXIT
006240         GO TO 1000-EXIT
006250     END-IF
006260     SET WS-RSTC-OPEN TO TRUE
006270     PERFORM 1400-READ-ONE-CARD THRU 1400-EXIT
006280         UNTIL WS-RSTC-EOF
006290     IF WS-CARDS-REJECTED > ZERO
006300         MOVE 'CORRECTION CARDS REJECTED' TO WS-REFUSE-REASON
006310         PERFORM 1500-REFUSE-RESTATEMENT THRU 1500-EXIT
006320         GO TO 1000-EXIT
006330     END-IF
006340     IF WS-CARDS-APPLIED = ZERO
006350         MOVE 'NO CORRECTION CARDS FOR MONTH' TO WS-REFUSE-REASON
006360         PERFORM 1500-REFUSE-RESTATEMENT THRU 1500-EXIT
006370     END-IF.
006380 1000-EXIT.
006390     EXIT.
006400*
006410 1100-PARSE-REQUEST.
006420*    PARSES PARM='CCCC,YYYYMM'.
006430     IF PARM-LENGTH NOT = 11
006440         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
006450         GO TO 1100-EXIT
006460     END-IF
006470     IF PARM-TEXT (5:1) NOT = ','
006480         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
006490         GO TO 1100-EXIT
006500     END-IF
006510     MOVE PARM-TEXT (1:4) TO WS-REQ-CITY-CODE
006520     MOVE PARM-TEXT (6:6) TO WS-REQ-YEAR-MONTH-X
006530     IF WS-REQ-YEAR NOT NUMERIC
006540             OR WS-REQ-MONTH NOT NUMERIC
006550         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
006560         GO TO 1100-EXIT
006570     END-IF
006580     IF WS-REQ-MONTH < 1 OR WS-REQ-MONTH > 12
006590         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
006600     END-IF.
006610 1100-EXIT.
006620     EXIT.
006630*
006640 1150-FLAG-BAD-PARM.
006650*    REPORTS AN UNUSABLE PARM AND REFUSES THE RUN.
006660     DISPLAY 'CITYRSTA PARM MUST BE CCCC,YYYYMM - GOT: '
006670         PARM-TEXT
006680     MOVE 'PARM MUST BE CCCC,YYYYMM' TO WS-REFUSE-REASON
006690     PERFORM 1500-REFUSE-RESTATEMENT THRU 1500-EXIT.
006700 1150-EXIT.
006710     EXIT.
006720*
006730 1200-FIND-HISTORY-MONTH.
006740*    POSITIONS ON THE CITY'S FIRST HISTORY RECORD FOR THE
006750*    MONTH - RUN-DATED IN THE MONTH AFTER THE PARM MONTH.
006760*    NONE MEANS THE MONTH WAS NEVER PUBLISHED AND THERE IS
006770*    NOTHING TO RESTATE; A SECOND ONE FOR THE SAME MONTH MEANS
006780*    THE NIGHTLY RUN WAS REPEATED ON ANOTHER DATE AND IT IS
006790*    NOT SAFE TO GUESS WHICH FIGURE WAS PUBLISHED.
006800     MOVE WS-REQ-YEAR  TO WS-HIST-YEAR
006810     MOVE WS-REQ-MONTH TO WS-HIST-MONTH
006820     IF WS-HIST-MONTH = 12
006830         MOVE 1 TO WS-HIST-MONTH
006840         ADD 1 TO WS-HIST-YEAR
006850     ELSE
006860         ADD 1 TO WS-HIST-MONTH
006870     END-IF
006880     MOVE WS-REQ-CITY-CODE    TO HIST-CITY-CODE
006890     MOVE WS-HIST-YEAR-MONTH-X TO HIST-RUN-DATE (1:6)
006900     MOVE '00'                TO HIST-RUN-DATE (7:2)
006910     START CITY-HISTORY-FILE KEY NOT < HIST-KEY
006920         INVALID KEY
006930             MOVE 'MONTH NOT ON CITYHIST' TO WS-REFUSE-REASON
006940             PERFORM 1500-REFUSE-RESTATEMENT THRU 1500-EXIT
006950             GO TO 1200-EXIT
006960     END-START
006970     READ CITY-HISTORY-FILE NEXT RECORD
006980         AT END
006990             MOVE 'MONTH NOT ON CITYHIST' TO WS-REFUSE-REASON
007000             PERFORM 1500-REFUSE-RESTATEMENT THRU 1500-EXIT
007010             GO TO 1200-EXIT
007020     END-READ
007030     IF HIST-CITY-CODE NOT = WS-REQ-CITY-CODE
007040             OR HIST-RUN-DATE (1:6) NOT = WS-HIST-YEAR-MONTH-X
007050         MOVE 'MONTH NOT ON CITYHIST' TO WS-REFUSE-REASON
007060         PERFORM 1500-REFUSE-RESTATEMENT THRU 1500-EXIT
007070         GO TO 1200-EXIT
007080     END-IF
007090     MOVE HIST-RUN-DATE        TO WS-HIST-RUN-DATE
007100     MOVE HIST-CITY-NAME       TO WS-CITY-NAME
007110     MOVE HIST-UNIT-FLAG       TO WS-UNIT-FLAG
007120     IF WS-UNIT-FLAG NOT = 'C' AND WS-UNIT-FLAG NOT = 'F'
007130         MOVE 'F' TO WS-UNIT-FLAG
007140     END-IF
007150     MOVE HIST-AVERAGE-TEMP-F  TO WS-OLD-AVERAGE-F
007160     MOVE HIST-MONTH-HIGH-F    TO WS-OLD-HIGH-F
007170     MOVE HIST-MONTH-LOW-F     TO WS-OLD-LOW-F
007180     MOVE HIST-VALID-DAYS      TO WS-OLD-VALID-DAYS
007190     MOVE HIST-ESTIMATED-DAYS  TO WS-OLD-EST-DAYS
007200     MOVE HIST-FROST-DAYS      TO WS-OLD-FROST-DAYS
007210     MOVE HIST-HEATING-DD-F    TO WS-OLD-HEATING-DD
007220     MOVE HIST-COOLING-DD-F    TO WS-OLD-COOLING-DD
007230     MOVE HIST-DEPARTURE-F     TO WS-OLD-DEPARTURE-F
007240     MOVE HIST-COVERAGE-FLAG   TO WS-OLD-COVERAGE
007250     MOVE HIST-QUALITY-FLAG    TO WS-OLD-QUALITY
007260     READ CITY-HISTORY-FILE NEXT RECORD
007270         AT END
007280             GO TO 1200-EXIT
007290     END-READ
007300     IF HIST-CITY-CODE = WS-REQ-CITY-CODE
007310             AND HIST-RUN-DATE (1:6) = WS-HIST-YEAR-MONTH-X
007320         MOVE 'MONTH ON CITYHIST MORE THAN ONCE'
007330             TO WS-REFUSE-REASON
007340         PERFORM 1500-REFUSE-RESTATEMENT THRU 1500-EXIT
007350     END-IF.
007360 1200-EXIT.
007370     EXIT.
007380*
007390 1250-SET-DAYS-IN-MONTH.
007400*    WORKS OUT HOW MANY DAYS THE RESTATED MONTH REALLY HAS,
007410*    WITH THE FULL CENTURY RULE FOR FEBRUARY.
007420     EVALUATE WS-REQ-MONTH
007430         WHEN 4
007440         WHEN 6
007450         WHEN 9
007460         WHEN 11
007470             MOVE 30 TO WS-DAYS-IN-MONTH
007480         WHEN 2
007490             MOVE 28 TO WS-DAYS-IN-MONTH
007500             DIVIDE WS-REQ-YEAR BY 4
007510                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
007520             DIVIDE WS-REQ-YEAR BY 100
007530                 GIVING WS-LEAP-QUOT
007540                 REMAINDER WS-LEAP-REM-100
007550             DIVIDE WS-REQ-YEAR BY 400
007560                 GIVING WS-LEAP-QUOT
007570                 REMAINDER WS-LEAP-REM-400
007580             IF WS-LEAP-REM-400 = ZERO
007590                 MOVE 29 TO WS-DAYS-IN-MONTH
007600             ELSE
007610                 IF WS-LEAP-REM-4 = ZERO
007620                         AND WS-LEAP-REM-100 NOT = ZERO
007630                     MOVE 29 TO WS-DAYS-IN-MONTH
007640                 END-IF
007650             END-IF
007660         WHEN OTHER
007670             MOVE 31 TO WS-DAYS-IN-MONTH
007680     END-EVALUATE.
007690 1250-EXIT.
007700     EXIT.
007710*
007720 1300-LOAD-ONE-DAY.
007730*    LOADS ONE CALENDAR DAY OF THE MONTH FROM CITYDAYS.  A
007740*    MEASURED OR REJECTED DAY BRINGS ITS PAIR BACK FOR RE-
007750*    VALIDATION; AN ESTIMATED DAY, OR A DAY NOT ON FILE AT
007760*    ALL, COMES IN UNUSABLE AND IS LEFT TO THE ESTIMATION
007770*    PASS UNLESS A CORRECTION CARD SUPPLIES IT.  A DAY OUTSIDE
007780*    THE STATION'S SERVICE DATES IS MARKED OUT OF SERVICE WITH
007790*    ITS FILED PAIR KEPT - THE NIGHTLY RUN NEVER USED OR
007800*    ESTIMATED IT, AND NEITHER DOES A RESTATEMENT.
007810     MOVE WS-REQ-YEAR  TO WS-DD-YEAR
007820     MOVE WS-REQ-MONTH TO WS-DD-MONTH
007830     MOVE WS-DAY-SUB   TO WS-DD-DAY
007840     MOVE ZERO  TO DAILY-LOW (WS-DAY-SUB)
007850     MOVE ZERO  TO DAILY-HIGH (WS-DAY-SUB)
007860     MOVE ZERO  TO DAILY-OLD-LOW (WS-DAY-SUB)
007870     MOVE ZERO  TO DAILY-OLD-HIGH (WS-DAY-SUB)
007880     MOVE '-'   TO DAILY-OLD-DISPOSITION (WS-DAY-SUB)
007890     MOVE SPACE TO DAILY-NEW-DISPOSITION (WS-DAY-SUB)
007900     MOVE 'N'   TO DAILY-USABLE-SWITCH (WS-DAY-SUB)
007910     MOVE 'N'   TO DAILY-ON-FILE-SWITCH (WS-DAY-SUB)
007920     MOVE 'N'   TO DAILY-CORRECTED-SWITCH (WS-DAY-SUB)
007930     MOVE SPACES TO DAILY-REQUESTED-BY (WS-DAY-SUB)
007940     MOVE SPACES TO DAILY-OPERATOR (WS-DAY-SUB)
007950     MOVE WS-REQ-CITY-CODE   TO DAY-CITY-CODE
007960     MOVE WS-DAY-DATE-WORK-X TO DAY-DATE
007970     READ CITY-DAILY-FILE
007980         INVALID KEY
007990             GO TO 1305-CHECK-SERVICE
008000     END-READ
008010     ADD 1 TO WS-DAYS-ON-FILE
008020     MOVE 'Y'             TO DAILY-ON-FILE-SWITCH (WS-DAY-SUB)
008030     MOVE DAY-LOW         TO DAILY-OLD-LOW (WS-DAY-SUB)
008040     MOVE DAY-HIGH        TO DAILY-OLD-HIGH (WS-DAY-SUB)
008050     MOVE DAY-DISPOSITION TO DAILY-OLD-DISPOSITION (WS-DAY-SUB)
008060     IF DAY-DISPOSITION NOT = 'E'
008070         MOVE DAY-LOW  TO DAILY-LOW (WS-DAY-SUB)
008080         MOVE DAY-HIGH TO DAILY-HIGH (WS-DAY-SUB)
008090         MOVE 'V' TO DAILY-USABLE-SWITCH (WS-DAY-SUB)
008100     END-IF.
008110 1305-CHECK-SERVICE.
008120     IF WS-DAY-DATE-N < WS-IN-SERVICE-DATE
008130             OR (WS-OUT-SERVICE-DATE NOT = ZERO
008140             AND WS-DAY-DATE-N > WS-OUT-SERVICE-DATE)
008150         MOVE DAILY-OLD-LOW (WS-DAY-SUB)
008160             TO DAILY-LOW (WS-DAY-SUB)
008170         MOVE DAILY-OLD-HIGH (WS-DAY-SUB)
008180             TO DAILY-HIGH (WS-DAY-SUB)
008190         MOVE 'O' TO DAILY-USABLE-SWITCH (WS-DAY-SUB)
008200     END-IF.
008210 1300-EXIT.
008220     EXIT.
008230*
008240 1400-READ-ONE-CARD.
008250*    READS ONE CORRECTION CARD, EDITS IT AND, IF CLEAN, LAYS
008260*    IT OVER ITS DAY.  A BAD CARD IS PRINTED WITH ITS REASON
008270*    AND REFUSES THE WHOLE RESTATEMENT AFTER THE DECK HAS
008280*    BEEN READ, SO EVERY BAD CARD SHOWS ON ONE REPORT.
008290     READ CORRECTION-FILE
008300         AT END
008310             MOVE 'Y' TO WS-RSTC-EOF-SWITCH
008320             GO TO 1400-EXIT
008330     END-READ
008340     ADD 1 TO WS-CARDS-READ
008350     PERFORM 1410-EDIT-ONE-CARD THRU 1410-EXIT
008360     IF NOT WS-CARD-OK
008370         PERFORM 1420-REJECT-ONE-CARD THRU 1420-EXIT
008380         GO TO 1400-EXIT
008390     END-IF
008400     MOVE RQ-DATE TO WS-DAY-DATE-WORK-X
008410     MOVE WS-DD-DAY TO WS-DAY-SUB
008420     MOVE RQ-LOW          TO DAILY-LOW (WS-DAY-SUB)
008430     MOVE RQ-HIGH         TO DAILY-HIGH (WS-DAY-SUB)
008440     MOVE 'V'             TO DAILY-USABLE-SWITCH (WS-DAY-SUB)
008450     MOVE 'Y'             TO DAILY-CORRECTED-SWITCH (WS-DAY-SUB)
008460     MOVE RQ-REQUESTED-BY TO DAILY-REQUESTED-BY (WS-DAY-SUB)
008470     MOVE RQ-OPERATOR     TO DAILY-OPERATOR (WS-DAY-SUB)
008480     IF WS-CARDS-APPLIED = ZERO
008490         MOVE RQ-REQUESTED-BY TO WS-FIRST-REQUESTED-BY
008500         MOVE RQ-OPERATOR     TO WS-FIRST-OPERATOR
008510     END-IF
008520     ADD 1 TO WS-CARDS-APPLIED.
008530 1400-EXIT.
008540     EXIT.
008550*
008560 1410-EDIT-ONE-CARD.
008570*    A CORRECTION MUST BE FOR THE CITY AND MONTH IN THE PARM,
008580*    FALL ON A REAL DAY OF THAT MONTH INSIDE THE STATION'S
008590*    SERVICE DATES, CARRY A NUMERIC PAIR WITH THE LOW NOT
008600*    ABOVE THE HIGH, NAME WHO ASKED FOR IT AND WHO KEYED IT,
008610*    AND BE THE ONLY CARD FOR ITS DAY.  THE PLAUSIBILITY
008620*    BOUNDS ARE LEFT TO THE RE-VALIDATION, THE SAME AS ANY
008630*    NIGHTLY READING.
008640     MOVE 'Y' TO WS-CARD-OK-SWITCH
008650     IF RQ-CITY-CODE NOT = WS-REQ-CITY-CODE
008660         MOVE 'NOT THE PARM CITY' TO WS-CARD-REASON
008670         MOVE 'N' TO WS-CARD-OK-SWITCH
008680         GO TO 1410-EXIT
008690     END-IF
008700     IF RQ-DATE-N NOT NUMERIC
008710         MOVE 'DATE NOT NUMERIC' TO WS-CARD-REASON
008720         MOVE 'N' TO WS-CARD-OK-SWITCH
008730         GO TO 1410-EXIT
008740     END-IF
008750     IF RQ-DATE (1:6) NOT = WS-REQ-YEAR-MONTH-X
008760         MOVE 'NOT THE PARM MONTH' TO WS-CARD-REASON
008770         MOVE 'N' TO WS-CARD-OK-SWITCH
008780         GO TO 1410-EXIT
008790     END-IF
008800     MOVE RQ-DATE TO WS-DAY-DATE-WORK-X
008810     IF WS-DD-DAY < 1 OR WS-DD-DAY > WS-DAYS-IN-MONTH
008820         MOVE 'NO SUCH DAY IN MONTH' TO WS-CARD-REASON
008830         MOVE 'N' TO WS-CARD-OK-SWITCH
008840         GO TO 1410-EXIT
008850     END-IF
008860     IF WS-DAY-DATE-N < WS-IN-SERVICE-DATE
008870             OR (WS-OUT-SERVICE-DATE NOT = ZERO
008880             AND WS-DAY-DATE-N > WS-OUT-SERVICE-DATE)
008890         MOVE 'OUTSIDE SERVICE DATES' TO WS-CARD-REASON
008900         MOVE 'N' TO WS-CARD-OK-SWITCH
008910         GO TO 1410-EXIT
008920     END-IF
008930     IF RQ-LOW NOT NUMERIC OR RQ-HIGH NOT NUMERIC
008940         MOVE 'LOW/HIGH NOT NUMERIC' TO WS-CARD-REASON
008950         MOVE 'N' TO WS-CARD-OK-SWITCH
008960         GO TO 1410-EXIT
008970     END-IF
008980     IF RQ-LOW > RQ-HIGH
008990         MOVE 'LOW ABOVE HIGH' TO WS-CARD-REASON
009000         MOVE 'N' TO WS-CARD-OK-SWITCH
009010         GO TO 1410-EXIT
009020     END-IF
009030     IF RQ-REQUESTED-BY = SPACES
009040         MOVE 'REQUESTED BY MISSING' TO WS-CARD-REASON
009050         MOVE 'N' TO WS-CARD-OK-SWITCH
009060         GO TO 1410-EXIT
009070     END-IF
009080     IF RQ-OPERATOR = SPACES
009090         MOVE 'OPERATOR MISSING' TO WS-CARD-REASON
009100         MOVE 'N' TO WS-CARD-OK-SWITCH
009110         GO TO 1410-EXIT
009120     END-IF
009130     MOVE WS-DD-DAY TO WS-DAY-SUB
009140     IF DAILY-CORRECTED (WS-DAY-SUB)
009150         MOVE 'DAY ALREADY ON DECK' TO WS-CARD-REASON
009160         MOVE 'N' TO WS-CARD-OK-SWITCH
009170     END-IF.
009180 1410-EXIT.
009190     EXIT.
009200*
009210 1420-REJECT-ONE-CARD.
009220*    PRINTS ONE REJECTED CARD AND COUNTS IT.
009230     ADD 1 TO WS-CARDS-REJECTED
009240     MOVE WS-CARDS-READ  TO WS-CL-SEQ-NO
009250     MOVE RQ-CITY-CODE   TO WS-CL-CITY-CODE
009260     MOVE RQ-DATE        TO WS-CL-DATE
009270     MOVE WS-CARD-REASON TO WS-CL-REASON
009280     MOVE WS-CARD-LINE   TO RR-PRINT-LINE
009290     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
009300     DISPLAY 'CORRECTION CARD ' WS-CARDS-READ ' REJECTED: '
009310         WS-CARD-REASON.
009320 1420-EXIT.
009330     EXIT.
009340*
009350 1500-REFUSE-RESTATEMENT.
009360*    REFUSES THE RESTATEMENT FOR THE REASON THE CALLER HAS
009370*    SET.  NOTHING HAS BEEN WRITTEN WHEN THIS RUNS.
009380     SET WS-REFUSED TO TRUE
009390     MOVE WS-REFUSE-REASON TO WS-RF-REASON
009400     MOVE WS-REFUSE-LINE   TO RR-PRINT-LINE
009410     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
009420     DISPLAY 'RESTATEMENT NOT APPLIED - ' WS-REFUSE-REASON
009430     MOVE 8 TO RETURN-CODE.
009440 1500-EXIT.
009450     EXIT.
009460*
009470 1600-READ-ONE-MASTER.
009480*    READS ONE CITY MASTER RECORD AND, FOR THE CITY BEING
009490*    RESTATED, KEEPS THE CCYYMM OF ITS RELOCATION AND ITS
009500*    SERVICE DATES.
009510     READ CITY-MASTER-FILE
009520         AT END
009530             MOVE 'Y' TO WS-MSTR-EOF-SWITCH
009540             GO TO 1600-EXIT
009550     END-READ
009560     IF CM-CITY-CODE = WS-REQ-CITY-CODE
009570         COMPUTE WS-MOVED-PERIOD = CM-RELOCATED-DATE / 100
009580         MOVE CM-IN-SERVICE-DATE  TO WS-IN-SERVICE-DATE
009590         MOVE CM-OUT-SERVICE-DATE TO WS-OUT-SERVICE-DATE
009600         MOVE 'Y' TO WS-MSTR-EOF-SWITCH
009610     END-IF.
009620 1600-EXIT.
009630     EXIT.
009640*
009650 2000-RESTATE-MONTH.
009660*    RECOMPUTES THE MONTH, REPLACES ITS HISTORY RECORD AND
009670*    DAILY DETAIL, RE-EVALUATES THE STANDING RECORDS, AND
009680*    LOGS EVERY CHANGE.
009690     OPEN EXTEND RESTATEMENT-LOG-FILE
009700     IF WS-RSTL-STATUS NOT = '00'
009710         OPEN OUTPUT RESTATEMENT-LOG-FILE
009720     END-IF
009730     PERFORM 2100-READ-CITY-NORMALS THRU 2100-EXIT
009740     PERFORM 2200-RECOMPUTE-MONTH THRU 2200-EXIT
009750     PERFORM 2300-BUILD-NEW-FIGURES THRU 2300-EXIT
009760     PERFORM 2400-REWRITE-HISTORY THRU 2400-EXIT
009770     MOVE WS-DAY-HDR-LINE TO RR-PRINT-LINE
009780     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
009790     PERFORM 2500-REWRITE-ONE-DAY THRU 2500-EXIT
009800         VARYING WS-DAY-SUB FROM 1 BY 1
009810         UNTIL WS-DAY-SUB > WS-DAY-COUNT
009820     MOVE WS-BLANK-LINE TO RR-PRINT-LINE
009830     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
009840     PERFORM 2700-REPORT-MONTH-FIGURES THRU 2700-EXIT
009850     MOVE WS-BLANK-LINE TO RR-PRINT-LINE
009860     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
009870     MOVE WS-REC-HDR-LINE TO RR-PRINT-LINE
009880     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
009890     PERFORM 2600-REEVALUATE-RECORDS THRU 2600-EXIT
009900     IF WS-RECORDS-CHANGED = ZERO
009910         MOVE WS-NO-RECS-LINE TO RR-PRINT-LINE
009920         PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
009930     END-IF
009940     CLOSE RESTATEMENT-LOG-FILE.
009950 2000-EXIT.
009960     EXIT.
009970*
009980 2100-READ-CITY-NORMALS.
009990*    LOOKS UP THE CITY/MONTH NORMALS RECORD.  NO RECORD (OR
010000*    NO DATASET) MEANS THE GLOBAL BOUNDS APPLY AND NO
010010*    DEPARTURE FROM NORMAL IS PUBLISHED, AS IN CITYTEMP.
010020     MOVE 'N' TO WS-NORM-FOUND-SWITCH
010030     IF NOT WS-NORM-OPEN
010040         GO TO 2100-EXIT
010050     END-IF
010060     MOVE WS-REQ-CITY-CODE TO NORM-CITY-CODE
010070     MOVE WS-REQ-MONTH     TO NORM-MONTH
010080     READ CITY-NORMALS-FILE
010090         INVALID KEY
010100             CONTINUE
010110         NOT INVALID KEY
010120             SET WS-NORM-FOUND TO TRUE
010130     END-READ.
010140 2100-EXIT.
010150     EXIT.
010160*
010170 2200-RECOMPUTE-MONTH.
010180*    RE-RUNS THE NIGHTLY VALIDATION, ESTIMATION AND AVERAGING
010190*    OVER THE CORRECTED MONTH.
010200     IF WS-UNIT-FLAG = 'C'
010210         MOVE WS-FREEZING-C TO WS-FREEZING
010220         IF WS-NORM-FOUND
010230             MOVE NORM-MIN-C TO WS-MIN-PLAUSIBLE
010240             MOVE NORM-MAX-C TO WS-MAX-PLAUSIBLE
010250         ELSE
010260             MOVE WS-MIN-PLAUSIBLE-C TO WS-MIN-PLAUSIBLE
010270             MOVE WS-MAX-PLAUSIBLE-C TO WS-MAX-PLAUSIBLE
010280         END-IF
010290     ELSE
010300         MOVE WS-FREEZING-F TO WS-FREEZING
010310         IF WS-NORM-FOUND
010320             MOVE NORM-MIN-F TO WS-MIN-PLAUSIBLE
010330             MOVE NORM-MAX-F TO WS-MAX-PLAUSIBLE
010340         ELSE
010350             MOVE WS-MIN-PLAUSIBLE-F TO WS-MIN-PLAUSIBLE
010360             MOVE WS-MAX-PLAUSIBLE-F TO WS-MAX-PLAUSIBLE
010370         END-IF
010380     END-IF
010390     MOVE ZERO TO WS-SUM-OF-ALL
010400     MOVE ZERO TO WS-FROST-DAYS
010410     MOVE ZERO TO WS-HEATING-DD
010420     MOVE ZERO TO WS-COOLING-DD
010430     MOVE ZERO TO WS-VALID-DAY-COUNT
010440     MOVE ZERO TO WS-MONTH-HIGH
010450     MOVE ZERO TO WS-MONTH-LOW
010460     PERFORM 2210-ACCUMULATE-ONE-DAY THRU 2210-EXIT
010470         VARYING DAY-IDX FROM 1 BY 1
010480         UNTIL DAY-IDX > WS-DAY-COUNT
010490     MOVE ZERO TO WS-ESTIMATED-DAYS
010500     PERFORM 2260-ESTIMATE-MISSING-DAYS THRU 2260-EXIT
010510     COMPUTE WS-TOTAL-DAY-COUNT =
010520         WS-VALID-DAY-COUNT + WS-ESTIMATED-DAYS
010530     IF WS-VALID-DAY-COUNT = ZERO
010540         MOVE ZERO TO WS-MONTH-HIGH
010550         MOVE ZERO TO WS-MONTH-LOW
010560     END-IF
010570     IF WS-TOTAL-DAY-COUNT = ZERO
010580         MOVE ZERO TO WS-AVERAGE-TEMP
010590     ELSE
010600         COMPUTE WS-AVERAGE-TEMP ROUNDED =
010610             WS-SUM-OF-ALL / WS-TOTAL-DAY-COUNT
010620     END-IF
010630     IF WS-ESTIMATED-DAYS > ZERO
010640         MOVE 'E' TO WS-NEW-QUALITY
010650     ELSE
010660         MOVE SPACE TO WS-NEW-QUALITY
010670     END-IF
010680     IF WS-TOTAL-DAY-COUNT < WS-MIN-VALID-DAYS
010690         MOVE 'L' TO WS-NEW-COVERAGE
010700         DISPLAY 'RESTATED MONTH IS LOW COVERAGE - ONLY '
010710             WS-TOTAL-DAY-COUNT ' USABLE DAYS'
010720         SET WS-WARNING-RAISED TO TRUE
010730     ELSE
010740         MOVE SPACE TO WS-NEW-COVERAGE
010750     END-IF.
010760 2200-EXIT.
010770     EXIT.
010780*
010790 2210-ACCUMULATE-ONE-DAY.
010800*    VALIDATES ONE DAY'S PAIR THE WAY CITYTEMP'S ACCUMULATE-
010810*    ONE-DAY DOES AND, IF USABLE, FOLDS IT INTO THE MONTH.  A
010820*    DAY THAT CAME IN UNUSABLE (ESTIMATED OR NOT ON FILE, AND
010830*    NOT CORRECTED) IS LEFT FOR THE ESTIMATION PASS; A DAY
010840*    OUTSIDE THE SERVICE DATES IS PASSED OVER ALTOGETHER.
010850     IF DAILY-OUT-OF-SERVICE (DAY-IDX)
010860         GO TO 2210-EXIT
010870     END-IF
010880     IF DAILY-USABLE-SWITCH (DAY-IDX) NOT = 'V'
010890         GO TO 2210-EXIT
010900     END-IF
010910     MOVE 'N' TO DAILY-USABLE-SWITCH (DAY-IDX)
010920     IF DAILY-LOW (DAY-IDX) NOT NUMERIC
010930             OR DAILY-HIGH (DAY-IDX) NOT NUMERIC
010940         GO TO 2210-EXIT
010950     END-IF
010960     IF DAILY-LOW (DAY-IDX) < WS-MIN-PLAUSIBLE
010970             OR DAILY-LOW (DAY-IDX) > WS-MAX-PLAUSIBLE
010980             OR DAILY-HIGH (DAY-IDX) < WS-MIN-PLAUSIBLE
010990             OR DAILY-HIGH (DAY-IDX) > WS-MAX-PLAUSIBLE
011000         GO TO 2210-EXIT
011010     END-IF
011020     IF DAILY-LOW (DAY-IDX) > DAILY-HIGH (DAY-IDX)
011030         GO TO 2210-EXIT
011040     END-IF
011050     MOVE 'Y' TO DAILY-USABLE-SWITCH (DAY-IDX)
011060     ADD 1 TO WS-VALID-DAY-COUNT
011070     COMPUTE WS-DAY-MEAN ROUNDED =
011080         (DAILY-LOW (DAY-IDX) + DAILY-HIGH (DAY-IDX)) / 2
011090     ADD WS-DAY-MEAN TO WS-SUM-OF-ALL
011100     MOVE WS-UNIT-FLAG TO WS-CONV-UNIT-IN
011110     MOVE WS-DAY-MEAN  TO WS-CONV-TEMP-IN
011120     PERFORM 2800-CONVERT-TO-BOTH-UNITS THRU 2800-EXIT
011130     IF WS-CONV-TEMP-F < WS-HDD-BASE-F
011140         COMPUTE WS-HEATING-DD = WS-HEATING-DD
011150             + WS-HDD-BASE-F - WS-CONV-TEMP-F
011160     END-IF
011170     IF WS-CONV-TEMP-F > WS-HDD-BASE-F
011180         COMPUTE WS-COOLING-DD = WS-COOLING-DD
011190             + WS-CONV-TEMP-F - WS-HDD-BASE-F
011200     END-IF
011210     IF DAILY-LOW (DAY-IDX) <= WS-FREEZING
011220         ADD 1 TO WS-FROST-DAYS
011230     END-IF
011240     IF WS-VALID-DAY-COUNT = 1
011250         MOVE DAILY-HIGH (DAY-IDX) TO WS-MONTH-HIGH
011260         MOVE DAILY-LOW (DAY-IDX)  TO WS-MONTH-LOW
011270     ELSE
011280         IF DAILY-HIGH (DAY-IDX) > WS-MONTH-HIGH
011290             MOVE DAILY-HIGH (DAY-IDX) TO WS-MONTH-HIGH
011300         END-IF
011310         IF DAILY-LOW (DAY-IDX) < WS-MONTH-LOW
011320             MOVE DAILY-LOW (DAY-IDX) TO WS-MONTH-LOW
011330         END-IF
011340     END-IF.
011350 2210-EXIT.
011360     EXIT.
011370*
011380 2260-ESTIMATE-MISSING-DAYS.
011390*    FILLS EVERY UNUSABLE DAY THE SAME WAY THE NIGHTLY RUN
011400*    DOES - NEAREST MEASURED NEIGHBOURS WITHIN THE SEARCH
011410*    SPAN, ELSE THE CITYNORM EXPECTED AVERAGE.  A CORRECTED
011420*    NEIGHBOUR NOW FEEDS THE ESTIMATE, SO A DAY NEXT TO A
011430*    CORRECTION CAN CHANGE WITHOUT A CARD OF ITS OWN.
011440     IF WS-VALID-DAY-COUNT = ZERO
011450             AND NOT WS-NORM-FOUND
011460         GO TO 2260-EXIT
011470     END-IF
011480     PERFORM 2261-ESTIMATE-ONE-DAY THRU 2261-EXIT
011490         VARYING WS-DAY-SUB FROM 1 BY 1
011500         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
011510 2260-EXIT.
011520     EXIT.
011530*
011540 2261-ESTIMATE-ONE-DAY.
011550*    FILLS ONE UNUSABLE DAY.  THE FILL FEEDS THE AVERAGE,
011560*    DEGREE-DAYS AND FROST COUNT BUT NEVER THE EXTREMES.  A DAY
011570*    OUTSIDE THE SERVICE DATES IS NOT FILLED AT ALL.
011580     IF DAILY-USABLE (WS-DAY-SUB)
011590             OR DAILY-ESTIMATED (WS-DAY-SUB)
011600             OR DAILY-OUT-OF-SERVICE (WS-DAY-SUB)
011610         GO TO 2261-EXIT
011620     END-IF
011630     PERFORM 2262-FIND-NEAREST-NEIGHBOURS THRU 2262-EXIT
011640     EVALUATE TRUE
011650         WHEN WS-BEFORE-SUB > ZERO AND WS-AFTER-SUB > ZERO
011660             COMPUTE WS-EST-LOW ROUNDED =
011670                 (DAILY-LOW (WS-BEFORE-SUB)
011680                 + DAILY-LOW (WS-AFTER-SUB)) / 2
011690             COMPUTE WS-EST-HIGH ROUNDED =
011700                 (DAILY-HIGH (WS-BEFORE-SUB)
011710                 + DAILY-HIGH (WS-AFTER-SUB)) / 2
011720         WHEN WS-BEFORE-SUB > ZERO
011730             MOVE DAILY-LOW (WS-BEFORE-SUB)  TO WS-EST-LOW
011740             MOVE DAILY-HIGH (WS-BEFORE-SUB) TO WS-EST-HIGH
011750         WHEN WS-AFTER-SUB > ZERO
011760             MOVE DAILY-LOW (WS-AFTER-SUB)   TO WS-EST-LOW
011770             MOVE DAILY-HIGH (WS-AFTER-SUB)  TO WS-EST-HIGH
011780         WHEN WS-NORM-FOUND
011790             IF WS-UNIT-FLAG = 'C'
011800                 MOVE NORM-AVERAGE-C TO WS-EST-LOW
011810                 MOVE NORM-AVERAGE-C TO WS-EST-HIGH
011820             ELSE
011830                 MOVE NORM-AVERAGE-F TO WS-EST-LOW
011840                 MOVE NORM-AVERAGE-F TO WS-EST-HIGH
011850             END-IF
011860         WHEN OTHER
011870             GO TO 2261-EXIT
011880     END-EVALUATE
011890     MOVE WS-EST-LOW  TO DAILY-LOW (WS-DAY-SUB)
011900     MOVE WS-EST-HIGH TO DAILY-HIGH (WS-DAY-SUB)
011910     MOVE 'E' TO DAILY-USABLE-SWITCH (WS-DAY-SUB)
011920     ADD 1 TO WS-ESTIMATED-DAYS
011930     COMPUTE WS-DAY-MEAN ROUNDED =
011940         (WS-EST-LOW + WS-EST-HIGH) / 2
011950     ADD WS-DAY-MEAN TO WS-SUM-OF-ALL
011960     MOVE WS-UNIT-FLAG TO WS-CONV-UNIT-IN
011970     MOVE WS-DAY-MEAN  TO WS-CONV-TEMP-IN
011980     PERFORM 2800-CONVERT-TO-BOTH-UNITS THRU 2800-EXIT
011990     IF WS-CONV-TEMP-F < WS-HDD-BASE-F
012000         COMPUTE WS-HEATING-DD = WS-HEATING-DD
012010             + WS-HDD-BASE-F - WS-CONV-TEMP-F
012020     END-IF
012030     IF WS-CONV-TEMP-F > WS-HDD-BASE-F
012040         COMPUTE WS-COOLING-DD = WS-COOLING-DD
012050             + WS-CONV-TEMP-F - WS-HDD-BASE-F
012060     END-IF
012070     IF WS-EST-LOW <= WS-FREEZING
012080         ADD 1 TO WS-FROST-DAYS
012090     END-IF.
012100 2261-EXIT.
012110     EXIT.
012120*
012130 2262-FIND-NEAREST-NEIGHBOURS.
012140*    LOOKS UP TO WS-GAP-SPAN DAYS EACH SIDE FOR THE NEAREST
012150*    MEASURED DAY.  A ZERO SUBSCRIPT MEANS NONE ON THAT SIDE.
012160     MOVE ZERO TO WS-BEFORE-SUB
012170     MOVE ZERO TO WS-AFTER-SUB
012180     PERFORM 2263-TEST-ONE-OFFSET THRU 2263-EXIT
012190         VARYING WS-OFFSET-SUB FROM 1 BY 1
012200         UNTIL WS-OFFSET-SUB > WS-GAP-SPAN.
012210 2262-EXIT.
012220     EXIT.
012230*
012240 2263-TEST-ONE-OFFSET.
012250*    TESTS THE DAYS WS-OFFSET-SUB BEFORE AND AFTER THE DAY
012260*    BEING FILLED, KEEPING THE FIRST MEASURED DAY EACH SIDE.
012270     IF WS-BEFORE-SUB = ZERO
012280             AND WS-DAY-SUB > WS-OFFSET-SUB
012290         COMPUTE WS-NEAR-SUB = WS-DAY-SUB - WS-OFFSET-SUB
012300         IF DAILY-USABLE (WS-NEAR-SUB)
012310             MOVE WS-NEAR-SUB TO WS-BEFORE-SUB
012320         END-IF
012330     END-IF
012340     IF WS-AFTER-SUB = ZERO
012350         COMPUTE WS-NEAR-SUB = WS-DAY-SUB + WS-OFFSET-SUB
012360         IF WS-NEAR-SUB <= WS-DAY-COUNT
012370             IF DAILY-USABLE (WS-NEAR-SUB)
012380                 MOVE WS-NEAR-SUB TO WS-AFTER-SUB
012390             END-IF
012400         END-IF
012410     END-IF.
012420 2263-EXIT.
012430     EXIT.
012440*
012450 2300-BUILD-NEW-FIGURES.
012460*    CONVERTS THE RECOMPUTED MONTH INTO THE PUBLISHED FIGURES
012470*    AND WORKS OUT THE NEW DEPARTURE FROM NORMAL.
012480     MOVE WS-UNIT-FLAG    TO WS-CONV-UNIT-IN
012490     MOVE WS-AVERAGE-TEMP TO WS-CONV-TEMP-IN
012500     PERFORM 2800-CONVERT-TO-BOTH-UNITS THRU 2800-EXIT
012510     MOVE WS-CONV-TEMP-F  TO WS-NEW-AVERAGE-F
012520     MOVE WS-CONV-TEMP-C  TO WS-NEW-AVERAGE-C
012530     MOVE WS-MONTH-HIGH   TO WS-CONV-TEMP-IN
012540     PERFORM 2800-CONVERT-TO-BOTH-UNITS THRU 2800-EXIT
012550     MOVE WS-CONV-TEMP-F  TO WS-NEW-HIGH-F
012560     MOVE WS-CONV-TEMP-C  TO WS-NEW-HIGH-C
012570     MOVE WS-MONTH-LOW    TO WS-CONV-TEMP-IN
012580     PERFORM 2800-CONVERT-TO-BOTH-UNITS THRU 2800-EXIT
012590     MOVE WS-CONV-TEMP-F  TO WS-NEW-LOW-F
012600     MOVE WS-CONV-TEMP-C  TO WS-NEW-LOW-C
012610     MOVE WS-VALID-DAY-COUNT TO WS-NEW-VALID-DAYS
012620     MOVE WS-ESTIMATED-DAYS  TO WS-NEW-EST-DAYS
012630     MOVE WS-FROST-DAYS      TO WS-NEW-FROST-DAYS
012640     MOVE WS-HEATING-DD      TO WS-NEW-HEATING-DD
012650     MOVE WS-COOLING-DD      TO WS-NEW-COOLING-DD
012660     IF WS-NORM-FOUND AND WS-VALID-DAY-COUNT > ZERO
012670         MOVE 'Y' TO WS-NEW-NORMAL-FLAG
012680         COMPUTE WS-NEW-DEPARTURE-F =
012690             WS-NEW-AVERAGE-F - NORM-AVERAGE-F
012700     ELSE
012710         MOVE 'N'  TO WS-NEW-NORMAL-FLAG
012720         MOVE ZERO TO WS-NEW-DEPARTURE-F
012730     END-IF
012740     MOVE 'N' TO WS-NEW-ELIGIBLE-SWITCH
012750     MOVE WS-REQ-YEAR-MONTH-X TO WS-TEST-PERIOD
012760     IF WS-NEW-COVERAGE NOT = 'L'
012770             AND WS-VALID-DAY-COUNT > ZERO
012780             AND (WS-MOVED-PERIOD = ZERO
012790             OR WS-TEST-PERIOD > WS-MOVED-PERIOD)
012800         SET WS-NEW-ELIGIBLE TO TRUE
012810     END-IF.
012820 2300-EXIT.
012830     EXIT.
012840*
012850 2400-REWRITE-HISTORY.
012860*    REPLACES THE MONTH'S PUBLISHED HISTORY RECORD IN PLACE,
012870*    UNDER ITS ORIGINAL RUN-DATE KEY.  THE CITY NAME, REGION
012880*    AND PRECIPITATION TOTALS ARE CARRIED OVER - A TEMPERATURE
012890*    CORRECTION DOES NOT TOUCH THE RAIN GAUGE.
012900     MOVE WS-REQ-CITY-CODE TO HIST-CITY-CODE
012910     MOVE WS-HIST-RUN-DATE TO HIST-RUN-DATE
012920     READ CITY-HISTORY-FILE
012930         INVALID KEY
012940             DISPLAY 'HISTORY RECORD VANISHED FOR '
012950                 HIST-CITY-CODE ' ' HIST-RUN-DATE
012960             MOVE 8 TO RETURN-CODE
012970             GO TO 2400-EXIT
012980     END-READ
012990     MOVE WS-NEW-AVERAGE-F   TO HIST-AVERAGE-TEMP-F
013000     MOVE WS-NEW-AVERAGE-C   TO HIST-AVERAGE-TEMP-C
013010     MOVE WS-NEW-HIGH-F      TO HIST-MONTH-HIGH-F
013020     MOVE WS-NEW-HIGH-C      TO HIST-MONTH-HIGH-C
013030     MOVE WS-NEW-LOW-F       TO HIST-MONTH-LOW-F
013040     MOVE WS-NEW-LOW-C       TO HIST-MONTH-LOW-C
013050     MOVE WS-NEW-VALID-DAYS  TO HIST-VALID-DAYS
013060     MOVE WS-NEW-COVERAGE    TO HIST-COVERAGE-FLAG
013070     MOVE WS-NEW-FROST-DAYS  TO HIST-FROST-DAYS
013080     MOVE WS-NEW-HEATING-DD  TO HIST-HEATING-DD-F
013090     MOVE WS-NEW-COOLING-DD  TO HIST-COOLING-DD-F
013100     MOVE WS-NEW-NORMAL-FLAG TO HIST-NORMAL-FLAG
013110     MOVE WS-NEW-DEPARTURE-F TO HIST-DEPARTURE-F
013120     MOVE WS-NEW-EST-DAYS    TO HIST-ESTIMATED-DAYS
013130     MOVE WS-NEW-QUALITY     TO HIST-QUALITY-FLAG
013140     REWRITE HIST-RECORD
013150         INVALID KEY
013160             DISPLAY 'HISTORY REWRITE FAILED FOR '
013170                 HIST-CITY-CODE ' ' HIST-RUN-DATE
013180             MOVE 8 TO RETURN-CODE
013190     END-REWRITE.
013200 2400-EXIT.
013210     EXIT.
013220*
013230 2500-REWRITE-ONE-DAY.
013240*    REPLACES ONE CITYDAYS RECORD WITH THE RESTATED PAIR AND
013250*    DISPOSITION, AND PRINTS AND LOGS THE DAY WHEN ANYTHING
013260*    ABOUT IT CHANGED.  A DAY OUTSIDE THE SERVICE DATES GOES
013270*    BACK 'R' WITH ITS FILED PAIR, AS THE NIGHTLY RUN WROTE IT.
013280     EVALUATE DAILY-USABLE-SWITCH (WS-DAY-SUB)
013290         WHEN 'Y'
013300             MOVE 'A' TO DAILY-NEW-DISPOSITION (WS-DAY-SUB)
013310         WHEN 'E'
013320             MOVE 'E' TO DAILY-NEW-DISPOSITION (WS-DAY-SUB)
013330         WHEN OTHER
013340             MOVE 'R' TO DAILY-NEW-DISPOSITION (WS-DAY-SUB)
013350     END-EVALUATE
013360     MOVE WS-REQ-YEAR  TO WS-DD-YEAR
013370     MOVE WS-REQ-MONTH TO WS-DD-MONTH
013380     MOVE WS-DAY-SUB   TO WS-DD-DAY
013390     MOVE WS-REQ-CITY-CODE           TO DAY-CITY-CODE
013400     MOVE WS-DAY-DATE-WORK-X         TO DAY-DATE
013410     MOVE WS-UNIT-FLAG               TO DAY-UNIT-FLAG
013420     MOVE DAILY-LOW (WS-DAY-SUB)     TO DAY-LOW
013430     MOVE DAILY-HIGH (WS-DAY-SUB)    TO DAY-HIGH
013440     MOVE DAILY-NEW-DISPOSITION (WS-DAY-SUB) TO DAY-DISPOSITION
013450     WRITE DAY-RECORD
013460         INVALID KEY
013470             REWRITE DAY-RECORD
013480     END-WRITE
013490     ADD 1 TO WS-DAYS-REWRITTEN
013500     IF DAILY-CORRECTED (WS-DAY-SUB)
013510             OR DAILY-NEW-DISPOSITION (WS-DAY-SUB)
013520                 NOT = DAILY-OLD-DISPOSITION (WS-DAY-SUB)
013530             OR DAILY-LOW (WS-DAY-SUB) (1:4)
013540                 NOT = DAILY-OLD-LOW (WS-DAY-SUB) (1:4)
013550             OR DAILY-HIGH (WS-DAY-SUB) (1:4)
013560                 NOT = DAILY-OLD-HIGH (WS-DAY-SUB) (1:4)
013570         PERFORM 2510-LOG-DAY-CHANGE THRU 2510-EXIT
013580     END-IF.
013590 2500-EXIT.
013600     EXIT.
013610*
013620 2510-LOG-DAY-CHANGE.
013630*    PRINTS ONE CHANGED DAY AND APPENDS ITS 'D' RECORD TO THE
013640*    RESTATEMENT LOG.  A DAY MOVED ONLY BY RE-ESTIMATION
013650*    CARRIES NO REQUESTER OF ITS OWN AND IS LOGGED UNDER THE
013660*    RESTATEMENT'S FIRST CARD.
013670     ADD 1 TO WS-DAYS-CHANGED
013680     IF DAILY-REQUESTED-BY (WS-DAY-SUB) = SPACES
013690         MOVE WS-FIRST-REQUESTED-BY
013700             TO DAILY-REQUESTED-BY (WS-DAY-SUB)
013710         MOVE WS-FIRST-OPERATOR TO DAILY-OPERATOR (WS-DAY-SUB)
013720     END-IF
013730     MOVE WS-DAY-DATE-WORK-X TO WS-DY-DATE
013740     MOVE WS-UNIT-FLAG       TO WS-DY-UNIT
013750     IF DAILY-OLD-LOW (WS-DAY-SUB) NUMERIC
013760         MOVE DAILY-OLD-LOW (WS-DAY-SUB) TO WS-DY-OLD-LOW
013770     ELSE
013780         MOVE ZERO TO WS-DY-OLD-LOW
013790     END-IF
013800     IF DAILY-OLD-HIGH (WS-DAY-SUB) NUMERIC
013810         MOVE DAILY-OLD-HIGH (WS-DAY-SUB) TO WS-DY-OLD-HIGH
013820     ELSE
013830         MOVE ZERO TO WS-DY-OLD-HIGH
013840     END-IF
013850     MOVE DAILY-OLD-DISPOSITION (WS-DAY-SUB) TO WS-DY-OLD-DISP
013860     IF DAILY-LOW (WS-DAY-SUB) NUMERIC
013870         MOVE DAILY-LOW (WS-DAY-SUB) TO WS-DY-NEW-LOW
013880     ELSE
013890         MOVE ZERO TO WS-DY-NEW-LOW
013900     END-IF
013910     IF DAILY-HIGH (WS-DAY-SUB) NUMERIC
013920         MOVE DAILY-HIGH (WS-DAY-SUB) TO WS-DY-NEW-HIGH
013930     ELSE
013940         MOVE ZERO TO WS-DY-NEW-HIGH
013950     END-IF
013960     MOVE DAILY-NEW-DISPOSITION (WS-DAY-SUB) TO WS-DY-NEW-DISP
013970     MOVE DAILY-REQUESTED-BY (WS-DAY-SUB) TO WS-DY-REQUESTED-BY
013980     MOVE WS-DAY-LINE TO RR-PRINT-LINE
013990     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
014000     PERFORM 2950-SET-LOG-HEADER THRU 2950-EXIT
014010     MOVE DAILY-REQUESTED-BY (WS-DAY-SUB) TO RS-REQUESTED-BY
014020     MOVE DAILY-OPERATOR (WS-DAY-SUB)     TO RS-OPERATOR
014030     SET RS-DAY-CORRECTION TO TRUE
014040     MOVE SPACES TO RS-DETAIL
014050     MOVE WS-DAY-DATE-WORK-X              TO RS-DAY-DATE
014060     MOVE WS-UNIT-FLAG                    TO RS-DAY-UNIT-FLAG
014070     MOVE DAILY-OLD-LOW (WS-DAY-SUB)      TO RS-OLD-DAY-LOW
014080     MOVE DAILY-OLD-HIGH (WS-DAY-SUB)     TO RS-OLD-DAY-HIGH
014090     MOVE DAILY-OLD-DISPOSITION (WS-DAY-SUB)
014100         TO RS-OLD-DISPOSITION
014110     MOVE DAILY-LOW (WS-DAY-SUB)          TO RS-NEW-DAY-LOW
014120     MOVE DAILY-HIGH (WS-DAY-SUB)         TO RS-NEW-DAY-HIGH
014130     MOVE DAILY-NEW-DISPOSITION (WS-DAY-SUB)
014140         TO RS-NEW-DISPOSITION
014150     WRITE RS-RECORD
014160     ADD 1 TO WS-LOG-RECORDS-WRITTEN.
014170 2510-EXIT.
014180     EXIT.
014190*
014200 2600-REEVALUATE-RECORDS.
014210*    RE-TESTS EVERY STANDING RECORD TYPE AGAINST THE RESTATED
014220*    MONTH, THE SAME SEVEN TYPES AND DIRECTIONS CITYTEMP
014230*    CHECKS NIGHTLY.
014240     IF NOT WS-RECS-OPEN
014250         GO TO 2600-EXIT
014260     END-IF
014270     MOVE 'HA' TO WS-REC-TYPE
014280     MOVE 'H'  TO WS-REC-DIRECTION
014290     MOVE WS-NEW-AVERAGE-F TO WS-REC-CANDIDATE
014300     PERFORM 2610-REEVALUATE-ONE-RECORD THRU 2610-EXIT
014310     MOVE 'CA' TO WS-REC-TYPE
014320     MOVE 'L'  TO WS-REC-DIRECTION
014330     MOVE WS-NEW-AVERAGE-F TO WS-REC-CANDIDATE
014340     PERFORM 2610-REEVALUATE-ONE-RECORD THRU 2610-EXIT
014350     MOVE 'HD' TO WS-REC-TYPE
014360     MOVE 'H'  TO WS-REC-DIRECTION
014370     MOVE WS-NEW-HIGH-F TO WS-REC-CANDIDATE
014380     PERFORM 2610-REEVALUATE-ONE-RECORD THRU 2610-EXIT
014390     MOVE 'LO' TO WS-REC-TYPE
014400     MOVE 'L'  TO WS-REC-DIRECTION
014410     MOVE WS-NEW-LOW-F TO WS-REC-CANDIDATE
014420     PERFORM 2610-REEVALUATE-ONE-RECORD THRU 2610-EXIT
014430     MOVE 'FD' TO WS-REC-TYPE
014440     MOVE 'H'  TO WS-REC-DIRECTION
014450     MOVE WS-NEW-FROST-DAYS TO WS-REC-CANDIDATE
014460     PERFORM 2610-REEVALUATE-ONE-RECORD THRU 2610-EXIT
014470     MOVE 'HH' TO WS-REC-TYPE
014480     MOVE 'H'  TO WS-REC-DIRECTION
014490     MOVE WS-NEW-HEATING-DD TO WS-REC-CANDIDATE
014500     PERFORM 2610-REEVALUATE-ONE-RECORD THRU 2610-EXIT
014510     MOVE 'HC' TO WS-REC-TYPE
014520     MOVE 'H'  TO WS-REC-DIRECTION
014530     MOVE WS-NEW-COOLING-DD TO WS-REC-CANDIDATE
014540     PERFORM 2610-REEVALUATE-ONE-RECORD THRU 2610-EXIT.
014550 2600-EXIT.
014560     EXIT.
014570*
014580 2610-REEVALUATE-ONE-RECORD.
014590*    A STANDING RECORD IS TOUCHED TWO WAYS.  IF THE RESTATED
014600*    MONTH HELD IT (ITS DATE-SET IS THIS MONTH'S RUN DATE),
014610*    THE OLD FIGURE IS GONE: A NEW FIGURE AT LEAST AS EXTREME
014620*    KEEPS IT, OTHERWISE THE HISTORY (CLUSTER AND ARCHIVE) IS
014630*    RESCANNED FOR THE BEST QUALIFYING MONTH STILL ON FILE,
014640*    AND WITH NONE LEFT THE RECORD IS WITHDRAWN.  IF ANOTHER
014650*    MONTH HELD IT, THE NEW FIGURE TAKES IT ONLY BY BEATING
014660*    IT.  NO STANDING RECORD AT ALL IS SEEDED FROM A
014670*    QUALIFYING NEW FIGURE, AS THE NIGHTLY RUN WOULD.
014680     MOVE WS-REQ-CITY-CODE TO REC-CITY-CODE
014690     MOVE WS-REC-TYPE      TO REC-TYPE
014700     READ CITY-RECORDS-FILE
014710         INVALID KEY
014720             IF WS-NEW-ELIGIBLE
014730                 MOVE WS-REQ-CITY-CODE TO REC-CITY-CODE
014740                 MOVE WS-REC-TYPE      TO REC-TYPE
014750                 MOVE ZERO             TO WS-SAVE-REC-VALUE
014760                 MOVE SPACES           TO WS-SAVE-REC-DATE
014770                 MOVE WS-CITY-NAME     TO REC-CITY-NAME
014780                 MOVE WS-REC-CANDIDATE TO REC-VALUE
014790                 MOVE WS-HIST-RUN-DATE TO REC-DATE-SET
014800                 WRITE REC-RECORD
014810                 MOVE 'S' TO WS-REC-ACTION
014820                 PERFORM 2640-LOG-RECORD-CHANGE THRU 2640-EXIT
014830             END-IF
014840             GO TO 2610-EXIT
014850     END-READ
014860     MOVE REC-VALUE    TO WS-SAVE-REC-VALUE
014870     MOVE REC-DATE-SET TO WS-SAVE-REC-DATE
014880     IF REC-DATE-SET = WS-HIST-RUN-DATE
014890         IF WS-NEW-ELIGIBLE
014900             AND ((WS-REC-DIRECTION = 'H'
014910                 AND WS-REC-CANDIDATE >= REC-VALUE)
014920             OR (WS-REC-DIRECTION = 'L'
014930                 AND WS-REC-CANDIDATE <= REC-VALUE))
014940             IF WS-REC-CANDIDATE NOT = REC-VALUE
014950                 MOVE WS-REC-CANDIDATE TO REC-VALUE
014960                 REWRITE REC-RECORD
014970                 MOVE 'U' TO WS-REC-ACTION
014980                 PERFORM 2640-LOG-RECORD-CHANGE THRU 2640-EXIT
014990             END-IF
015000             GO TO 2610-EXIT
015010         END-IF
015020         PERFORM 2620-RESCAN-FOR-BEST THRU 2620-EXIT
015030         MOVE WS-REQ-CITY-CODE TO REC-CITY-CODE
015040         MOVE WS-REC-TYPE      TO REC-TYPE
015050         IF WS-BEST-FOUND
015060             MOVE WS-BEST-VALUE TO REC-VALUE
015070             MOVE WS-BEST-DATE  TO REC-DATE-SET
015080             REWRITE REC-RECORD
015090             MOVE 'U' TO WS-REC-ACTION
015100         ELSE
015110             DELETE CITY-RECORDS-FILE RECORD
015120             MOVE ZERO   TO REC-VALUE
015130             MOVE SPACES TO REC-DATE-SET
015140             MOVE 'W' TO WS-REC-ACTION
015150         END-IF
015160         PERFORM 2640-LOG-RECORD-CHANGE THRU 2640-EXIT
015170         GO TO 2610-EXIT
015180     END-IF
015190     IF WS-NEW-ELIGIBLE
015200             AND ((WS-REC-DIRECTION = 'H'
015210                 AND WS-REC-CANDIDATE > REC-VALUE)
015220             OR (WS-REC-DIRECTION = 'L'
015230                 AND WS-REC-CANDIDATE < REC-VALUE))
015240         MOVE WS-REC-CANDIDATE TO REC-VALUE
015250         MOVE WS-HIST-RUN-DATE TO REC-DATE-SET
015260         REWRITE REC-RECORD
015270         MOVE 'U' TO WS-REC-ACTION
015280         PERFORM 2640-LOG-RECORD-CHANGE THRU 2640-EXIT
015290     END-IF.
015300 2610-EXIT.
015310     EXIT.
015320*
015330 2620-RESCAN-FOR-BEST.
015340*    FINDS THE BEST QUALIFYING FIGURE OF THE CURRENT RECORD
015350*    TYPE ACROSS THE CITY'S WHOLE HISTORY - THE CLUSTER, WHICH
015360*    ALREADY HOLDS THE RESTATED MONTH, AND THE ARCHIVE
015370*    GENERATIONS WHEN PRESENT.  THE EARLIEST MONTH WINS A TIE,
015380*    AS IT WOULD HAVE NIGHTLY.  A MONTH PURGED AND NOT ON THE
015390*    ARCHIVE CANNOT BE SEEN.
015400     MOVE 'N' TO WS-BEST-FOUND-SWITCH
015410     MOVE 'N' TO WS-HIST-EOF-SWITCH
015420     MOVE WS-REQ-CITY-CODE TO HIST-CITY-CODE
015430     MOVE LOW-VALUES       TO HIST-RUN-DATE
015440     START CITY-HISTORY-FILE KEY NOT < HIST-KEY
015450         INVALID KEY
015460             MOVE 'Y' TO WS-HIST-EOF-SWITCH
015470     END-START
015480     PERFORM 2625-RESCAN-ONE-HISTORY THRU 2625-EXIT
015490         UNTIL WS-HIST-EOF
015500     IF NOT WS-ARCH-PRESENT
015510         GO TO 2620-EXIT
015520     END-IF
015530     MOVE 'N' TO WS-ARCH-EOF-SWITCH
015540     OPEN INPUT HISTORY-ARCHIVE-FILE
015550     PERFORM 2627-RESCAN-ONE-ARCHIVE THRU 2627-EXIT
015560         UNTIL WS-ARCH-EOF
015570     CLOSE HISTORY-ARCHIVE-FILE.
015580 2620-EXIT.
015590     EXIT.
015600*
015610 2625-RESCAN-ONE-HISTORY.
015620*    READS THE CITY'S NEXT HISTORY RECORD FROM THE CLUSTER.
015630     READ CITY-HISTORY-FILE NEXT RECORD
015640         AT END
015650             MOVE 'Y' TO WS-HIST-EOF-SWITCH
015660             GO TO 2625-EXIT
015670     END-READ
015680     IF HIST-CITY-CODE NOT = WS-REQ-CITY-CODE
015690         MOVE 'Y' TO WS-HIST-EOF-SWITCH
015700         GO TO 2625-EXIT
015710     END-IF
015720     PERFORM 2630-TEST-BEST-CANDIDATE THRU 2630-EXIT.
015730 2625-EXIT.
015740     EXIT.
015750*
015760 2627-RESCAN-ONE-ARCHIVE.
015770*    READS ONE ARCHIVED HISTORY RECORD AND TESTS IT WHEN IT
015780*    BELONGS TO THE CITY.
015790     READ HISTORY-ARCHIVE-FILE
015800         AT END
015810             MOVE 'Y' TO WS-ARCH-EOF-SWITCH
015820             GO TO 2627-EXIT
015830     END-READ
015840     MOVE ARCH-RECORD TO HIST-RECORD
015850     IF HIST-CITY-CODE NOT = WS-REQ-CITY-CODE
015860         GO TO 2627-EXIT
015870     END-IF
015880     PERFORM 2630-TEST-BEST-CANDIDATE THRU 2630-EXIT.
015890 2627-EXIT.
015900     EXIT.
015910*
015920 2630-TEST-BEST-CANDIDATE.
015930*    TESTS ONE HISTORY MONTH AGAINST THE BEST SO FAR.  A LOW-
015940*    COVERAGE MONTH OR ONE WITH NO MEASURED DAYS NEVER
015950*    QUALIFIES, THE SAME RULE THE NIGHTLY RUN APPLIES; NOR
015960*    DOES A MONTH UP TO THE STATION'S MOVE MONTH - TESTED ON
015970*    THE READING MONTH, THE MONTH BEFORE THE RUN DATE.
015980     IF HIST-COVERAGE-FLAG = 'L'
015990             OR HIST-VALID-DAYS = ZERO
016000         GO TO 2630-EXIT
016010     END-IF
016020     IF WS-MOVED-PERIOD NOT = ZERO
016030         MOVE HIST-RUN-DATE (1:6) TO WS-TEST-PERIOD
016040         IF WS-TEST-MONTH = 1
016050             MOVE 12 TO WS-TEST-MONTH
016060             SUBTRACT 1 FROM WS-TEST-YEAR
016070         ELSE
016080             SUBTRACT 1 FROM WS-TEST-MONTH
016090         END-IF
016100         IF WS-TEST-PERIOD <= WS-MOVED-PERIOD
016110             GO TO 2630-EXIT
016120         END-IF
016130     END-IF
016140     EVALUATE WS-REC-TYPE
016150         WHEN 'HA'
016160         WHEN 'CA'
016170             MOVE HIST-AVERAGE-TEMP-F TO WS-SCAN-CANDIDATE
016180         WHEN 'HD'
016190             MOVE HIST-MONTH-HIGH-F   TO WS-SCAN-CANDIDATE
016200         WHEN 'LO'
016210             MOVE HIST-MONTH-LOW-F    TO WS-SCAN-CANDIDATE
016220         WHEN 'FD'
016230             MOVE HIST-FROST-DAYS     TO WS-SCAN-CANDIDATE
016240         WHEN 'HH'
016250             MOVE HIST-HEATING-DD-F   TO WS-SCAN-CANDIDATE
016260         WHEN OTHER
016270             MOVE HIST-COOLING-DD-F   TO WS-SCAN-CANDIDATE
016280     END-EVALUATE
016290     IF NOT WS-BEST-FOUND
016300         SET WS-BEST-FOUND TO TRUE
016310         MOVE WS-SCAN-CANDIDATE TO WS-BEST-VALUE
016320         MOVE HIST-RUN-DATE     TO WS-BEST-DATE
016330         GO TO 2630-EXIT
016340     END-IF
016350     IF (WS-REC-DIRECTION = 'H'
016360             AND WS-SCAN-CANDIDATE > WS-BEST-VALUE)
016370             OR (WS-REC-DIRECTION = 'L'
016380             AND WS-SCAN-CANDIDATE < WS-BEST-VALUE)
016390             OR (WS-SCAN-CANDIDATE = WS-BEST-VALUE
016400             AND HIST-RUN-DATE < WS-BEST-DATE)
016410         MOVE WS-SCAN-CANDIDATE TO WS-BEST-VALUE
016420         MOVE HIST-RUN-DATE     TO WS-BEST-DATE
016430     END-IF.
016440 2630-EXIT.
016450     EXIT.
016460*
016470 2640-LOG-RECORD-CHANGE.
016480*    PRINTS ONE MOVED STANDING RECORD AND APPENDS ITS 'R'
016490*    RECORD TO THE RESTATEMENT LOG.  REC-VALUE AND REC-DATE-
016500*    SET HOLD THE NEW STATE; THE SAVED FIELDS THE OLD ONE.
016510     ADD 1 TO WS-RECORDS-CHANGED
016520     PERFORM 2650-DESCRIBE-RECORD-TYPE THRU 2650-EXIT
016530     MOVE WS-REC-DESC       TO WS-RL-DESC
016540     MOVE WS-SAVE-REC-VALUE TO WS-RL-OLD-VALUE
016550     MOVE WS-SAVE-REC-DATE  TO WS-RL-OLD-DATE
016560     MOVE REC-VALUE         TO WS-RL-NEW-VALUE
016570     MOVE REC-DATE-SET      TO WS-RL-NEW-DATE
016580     EVALUATE WS-REC-ACTION
016590         WHEN 'S'
016600             MOVE 'SEEDED   ' TO WS-RL-ACTION
016610         WHEN 'W'
016620             MOVE 'WITHDRAWN' TO WS-RL-ACTION
016630         WHEN OTHER
016640             MOVE 'UPDATED  ' TO WS-RL-ACTION
016650     END-EVALUATE
016660     MOVE WS-REC-LINE TO RR-PRINT-LINE
016670     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
016680     DISPLAY 'STANDING RECORD ' WS-RL-ACTION ': '
016690         WS-REQ-CITY-CODE ' ' WS-REC-DESC
016700     PERFORM 2950-SET-LOG-HEADER THRU 2950-EXIT
016710     SET RS-RECORD-CHANGE TO TRUE
016720     MOVE SPACES            TO RS-DETAIL
016730     MOVE WS-REC-TYPE       TO RS-REC-TYPE
016740     MOVE WS-SAVE-REC-VALUE TO RS-OLD-REC-VALUE
016750     MOVE WS-SAVE-REC-DATE  TO RS-OLD-REC-DATE
016760     MOVE REC-VALUE         TO RS-NEW-REC-VALUE
016770     MOVE REC-DATE-SET      TO RS-NEW-REC-DATE
016780     MOVE WS-REC-ACTION     TO RS-REC-ACTION
016790     WRITE RS-RECORD
016800     ADD 1 TO WS-LOG-RECORDS-WRITTEN.
016810 2640-EXIT.
016820     EXIT.
016830*
016840 2650-DESCRIBE-RECORD-TYPE.
016850*    SUPPLIES THE REPORT WORDING FOR ONE RECORD TYPE, THE
016860*    SAME WORDING THE NIGHTLY BULLETIN USES.
016870     EVALUATE WS-REC-TYPE
016880         WHEN 'HA'
016890             MOVE 'HOTTEST MONTHLY AVG ' TO WS-REC-DESC
016900         WHEN 'CA'
016910             MOVE 'COLDEST MONTHLY AVG ' TO WS-REC-DESC
016920         WHEN 'HD'
016930             MOVE 'HIGHEST DAILY HIGH  ' TO WS-REC-DESC
016940         WHEN 'LO'
016950             MOVE 'LOWEST OVERNIGHT LOW' TO WS-REC-DESC
016960         WHEN 'FD'
016970             MOVE 'MOST FROST DAYS     ' TO WS-REC-DESC
016980         WHEN 'HH'
016990             MOVE 'HIGHEST MONTHLY HDD ' TO WS-REC-DESC
017000         WHEN 'HC'
017010             MOVE 'HIGHEST MONTHLY CDD ' TO WS-REC-DESC
017020         WHEN OTHER
017030             MOVE WS-REC-TYPE            TO WS-REC-DESC
017040     END-EVALUATE.
017050 2650-EXIT.
017060     EXIT.
017070*
017080 2700-REPORT-MONTH-FIGURES.
017090*    PRINTS THE MONTH'S PUBLISHED FIGURES OLD AGAINST NEW AND
017100*    APPENDS THE 'M' RECORD TO THE RESTATEMENT LOG.
017110     MOVE WS-FIG-HDR-LINE TO RR-PRINT-LINE
017120     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
017130     MOVE 'AVERAGE (F)'      TO WS-FIG-LABEL
017140     MOVE WS-OLD-AVERAGE-F   TO WS-FIG-OLD
017150     MOVE WS-NEW-AVERAGE-F   TO WS-FIG-NEW
017160     PERFORM 2710-PRINT-ONE-FIGURE THRU 2710-EXIT
017170     MOVE 'MONTH HIGH (F)'   TO WS-FIG-LABEL
017180     MOVE WS-OLD-HIGH-F      TO WS-FIG-OLD
017190     MOVE WS-NEW-HIGH-F      TO WS-FIG-NEW
017200     PERFORM 2710-PRINT-ONE-FIGURE THRU 2710-EXIT
017210     MOVE 'MONTH LOW (F)'    TO WS-FIG-LABEL
017220     MOVE WS-OLD-LOW-F       TO WS-FIG-OLD
017230     MOVE WS-NEW-LOW-F       TO WS-FIG-NEW
017240     PERFORM 2710-PRINT-ONE-FIGURE THRU 2710-EXIT
017250     MOVE 'MEASURED DAYS'    TO WS-FIG-LABEL
017260     MOVE WS-OLD-VALID-DAYS  TO WS-FIG-OLD
017270     MOVE WS-NEW-VALID-DAYS  TO WS-FIG-NEW
017280     PERFORM 2710-PRINT-ONE-FIGURE THRU 2710-EXIT
017290     MOVE 'ESTIMATED DAYS'   TO WS-FIG-LABEL
017300     MOVE WS-OLD-EST-DAYS    TO WS-FIG-OLD
017310     MOVE WS-NEW-EST-DAYS    TO WS-FIG-NEW
017320     PERFORM 2710-PRINT-ONE-FIGURE THRU 2710-EXIT
017330     MOVE 'FROST DAYS'       TO WS-FIG-LABEL
017340     MOVE WS-OLD-FROST-DAYS  TO WS-FIG-OLD
017350     MOVE WS-NEW-FROST-DAYS  TO WS-FIG-NEW
017360     PERFORM 2710-PRINT-ONE-FIGURE THRU 2710-EXIT
017370     MOVE 'HEATING DEGREE-DAYS' TO WS-FIG-LABEL
017380     MOVE WS-OLD-HEATING-DD  TO WS-FIG-OLD
017390     MOVE WS-NEW-HEATING-DD  TO WS-FIG-NEW
017400     PERFORM 2710-PRINT-ONE-FIGURE THRU 2710-EXIT
017410     MOVE 'COOLING DEGREE-DAYS' TO WS-FIG-LABEL
017420     MOVE WS-OLD-COOLING-DD  TO WS-FIG-OLD
017430     MOVE WS-NEW-COOLING-DD  TO WS-FIG-NEW
017440     PERFORM 2710-PRINT-ONE-FIGURE THRU 2710-EXIT
017450     MOVE 'DEPARTURE (F)'    TO WS-FIG-LABEL
017460     MOVE WS-OLD-DEPARTURE-F TO WS-FIG-OLD
017470     MOVE WS-NEW-DEPARTURE-F TO WS-FIG-NEW
017480     PERFORM 2710-PRINT-ONE-FIGURE THRU 2710-EXIT
017490     MOVE 'COVERAGE FLAG'    TO WS-FG-LABEL
017500     MOVE WS-OLD-COVERAGE    TO WS-FG-OLD
017510     MOVE WS-NEW-COVERAGE    TO WS-FG-NEW
017520     PERFORM 2720-PRINT-ONE-FLAG THRU 2720-EXIT
017530     MOVE 'QUALITY FLAG'     TO WS-FG-LABEL
017540     MOVE WS-OLD-QUALITY     TO WS-FG-OLD
017550     MOVE WS-NEW-QUALITY     TO WS-FG-NEW
017560     PERFORM 2720-PRINT-ONE-FLAG THRU 2720-EXIT
017570     PERFORM 2950-SET-LOG-HEADER THRU 2950-EXIT
017580     SET RS-MONTH-FIGURES TO TRUE
017590     MOVE SPACES              TO RS-DETAIL
017600     MOVE WS-OLD-AVERAGE-F    TO RS-OLD-AVERAGE-F
017610     MOVE WS-NEW-AVERAGE-F    TO RS-NEW-AVERAGE-F
017620     MOVE WS-OLD-HIGH-F       TO RS-OLD-HIGH-F
017630     MOVE WS-NEW-HIGH-F       TO RS-NEW-HIGH-F
017640     MOVE WS-OLD-LOW-F        TO RS-OLD-LOW-F
017650     MOVE WS-NEW-LOW-F        TO RS-NEW-LOW-F
017660     MOVE WS-OLD-VALID-DAYS   TO RS-OLD-VALID-DAYS
017670     MOVE WS-NEW-VALID-DAYS   TO RS-NEW-VALID-DAYS
017680     MOVE WS-OLD-EST-DAYS     TO RS-OLD-EST-DAYS
017690     MOVE WS-NEW-EST-DAYS     TO RS-NEW-EST-DAYS
017700     MOVE WS-OLD-FROST-DAYS   TO RS-OLD-FROST-DAYS
017710     MOVE WS-NEW-FROST-DAYS   TO RS-NEW-FROST-DAYS
017720     MOVE WS-OLD-HEATING-DD   TO RS-OLD-HEATING-DD-F
017730     MOVE WS-NEW-HEATING-DD   TO RS-NEW-HEATING-DD-F
017740     MOVE WS-OLD-COOLING-DD   TO RS-OLD-COOLING-DD-F
017750     MOVE WS-NEW-COOLING-DD   TO RS-NEW-COOLING-DD-F
017760     MOVE WS-OLD-DEPARTURE-F  TO RS-OLD-DEPARTURE-F
017770     MOVE WS-NEW-DEPARTURE-F  TO RS-NEW-DEPARTURE-F
017780     MOVE WS-OLD-COVERAGE     TO RS-OLD-COVERAGE
017790     MOVE WS-NEW-COVERAGE     TO RS-NEW-COVERAGE
017800     MOVE WS-OLD-QUALITY      TO RS-OLD-QUALITY
017810     MOVE WS-NEW-QUALITY      TO RS-NEW-QUALITY
017820     WRITE RS-RECORD
017830     ADD 1 TO WS-LOG-RECORDS-WRITTEN.
017840 2700-EXIT.
017850     EXIT.
017860*
017870 2710-PRINT-ONE-FIGURE.
017880*    PRINTS ONE NUMERIC FIGURE OLD AGAINST NEW, MARKED WHEN
017890*    THE RESTATEMENT CHANGED IT.
017900     MOVE WS-FIG-LABEL TO WS-FL-LABEL
017910     MOVE WS-FIG-OLD   TO WS-FL-OLD
017920     MOVE WS-FIG-NEW   TO WS-FL-NEW
017930     IF WS-FIG-OLD NOT = WS-FIG-NEW
017940         MOVE 'CHANGED' TO WS-FL-CHANGED
017950     ELSE
017960         MOVE SPACES    TO WS-FL-CHANGED
017970     END-IF
017980     MOVE WS-FIG-LINE TO RR-PRINT-LINE
017990     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT.
018000 2710-EXIT.
018010     EXIT.
018020*
018030 2720-PRINT-ONE-FLAG.
018040*    PRINTS ONE ONE-BYTE FLAG OLD AGAINST NEW.
018050     IF WS-FG-OLD NOT = WS-FG-NEW
018060         MOVE 'CHANGED' TO WS-FG-CHANGED
018070     ELSE
018080         MOVE SPACES    TO WS-FG-CHANGED
018090     END-IF
018100     MOVE WS-FLAG-LINE TO RR-PRINT-LINE
018110     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT.
018120 2720-EXIT.
018130     EXIT.
018140*
018150 2800-CONVERT-TO-BOTH-UNITS.
018160*    CONVERTS WS-CONV-TEMP-IN, GIVEN IN THE UNIT NAMED BY
018170*    WS-CONV-UNIT-IN, INTO BOTH WS-CONV-TEMP-F AND -C.
018180     IF WS-CONV-UNIT-IN = 'C'
018190         MOVE WS-CONV-TEMP-IN TO WS-CONV-TEMP-C
018200         COMPUTE WS-CONV-TEMP-F ROUNDED =
018210             (WS-CONV-TEMP-IN * 9 / 5) + 32
018220     ELSE
018230         MOVE WS-CONV-TEMP-IN TO WS-CONV-TEMP-F
018240         COMPUTE WS-CONV-TEMP-C ROUNDED =
018250             (WS-CONV-TEMP-IN - 32) * 5 / 9
018260     END-IF.
018270 2800-EXIT.
018280     EXIT.
018290*
018300 2900-WRITE-PRINT-LINE.
018310*    WRITES ONE REPORT LINE, HEADING A NEW PAGE FIRST WHEN
018320*    THE CURRENT PAGE IS FULL.
018330     IF WS-LINE-COUNT = ZERO
018340         PERFORM 2910-PRINT-PAGE-HEADER THRU 2910-EXIT
018350     END-IF
018360     WRITE RR-PRINT-LINE
018370         AFTER ADVANCING 1 LINE
018380     ADD 1 TO WS-LINE-COUNT
018390     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
018400         MOVE ZERO TO WS-LINE-COUNT
018410     END-IF.
018420 2900-EXIT.
018430     EXIT.
018440*
018450 2910-PRINT-PAGE-HEADER.
018460*    STARTS A NEW PAGE: TITLE, REQUEST/PAGE LINE AND A BLANK
018470*    LINE.  THE LINE BEING PRINTED IS PRESERVED AROUND THE
018480*    HEADER WRITES.
018490     ADD 1 TO WS-PAGE-NO
018500     MOVE RR-PRINT-LINE TO WS-SAVE-LINE
018510     WRITE RR-PRINT-LINE FROM WS-TITLE-LINE
018520         AFTER ADVANCING PAGE
018530     MOVE WS-REQ-CITY-CODE    TO WS-RQL-CITY-CODE
018540     MOVE WS-REQ-YEAR-MONTH-X TO WS-RQL-YEAR-MONTH
018550     MOVE WS-RUN-DATE         TO WS-RQL-RUN-DATE
018560     MOVE WS-PAGE-NO          TO WS-RQL-PAGE-NO
018570     WRITE RR-PRINT-LINE FROM WS-REQUEST-LINE
018580         AFTER ADVANCING 1 LINE
018590     WRITE RR-PRINT-LINE FROM WS-BLANK-LINE
018600         AFTER ADVANCING 1 LINE
018610     MOVE WS-SAVE-LINE TO RR-PRINT-LINE.
018620 2910-EXIT.
018630     EXIT.
018640*
018650 2950-SET-LOG-HEADER.
018660*    FILLS THE COMMON FRONT OF A RESTATEMENT LOG RECORD.
018670     MOVE WS-RUN-DATE           TO RS-RUN-DATE
018680     MOVE WS-RUN-TIME           TO RS-RUN-TIME
018690     MOVE WS-REQ-CITY-CODE      TO RS-CITY-CODE
018700     MOVE WS-REQ-YEAR-MONTH-X   TO RS-YEAR-MONTH
018710     MOVE WS-HIST-RUN-DATE      TO RS-HIST-RUN-DATE
018720     MOVE WS-FIRST-REQUESTED-BY TO RS-REQUESTED-BY
018730     MOVE WS-FIRST-OPERATOR     TO RS-OPERATOR.
018740 2950-EXIT.
018750     EXIT.
018760*
018770 3000-TERMINATE.
018780*    PRINTS THE RUN TOTALS, CLOSES THE DATASETS AND SETS THE
018790*    RETURN CODE - RC=8 WHEN THE RESTATEMENT WAS REFUSED,
018800*    RC=4 WHEN IT WENT THROUGH WITH A WARNING (LOW COVERAGE,
018810*    STANDING RECORDS NOT RE-EVALUATED).
018820     MOVE WS-CARDS-APPLIED   TO WS-TL-CARDS
018830     MOVE WS-DAYS-CHANGED    TO WS-TL-DAYS
018840     MOVE WS-RECORDS-CHANGED TO WS-TL-RECORDS
018850     MOVE WS-BLANK-LINE TO RR-PRINT-LINE
018860     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
018870     MOVE WS-TOTAL-LINE TO RR-PRINT-LINE
018880     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
018890     IF WS-HIST-OPEN
018900         CLOSE CITY-HISTORY-FILE
018910     END-IF
018920     IF WS-DAYS-OPEN
018930         CLOSE CITY-DAILY-FILE
018940     END-IF
018950     IF WS-NORM-OPEN
018960         CLOSE CITY-NORMALS-FILE
018970     END-IF
018980     IF WS-RECS-OPEN
018990         CLOSE CITY-RECORDS-FILE
019000     END-IF
019010     IF WS-RSTC-OPEN
019020         CLOSE CORRECTION-FILE
019030     END-IF
019040     CLOSE RESTATEMENT-REPORT-FILE
019050     DISPLAY 'RESTATEMENT TOTALS'
019060     DISPLAY '  CARDS READ..........: ' WS-CARDS-READ
019070     DISPLAY '  CARDS APPLIED.......: ' WS-CARDS-APPLIED
019080     DISPLAY '  CARDS REJECTED......: ' WS-CARDS-REJECTED
019090     DISPLAY '  DAYS REWRITTEN......: ' WS-DAYS-REWRITTEN
019100     DISPLAY '  DAYS CHANGED........: ' WS-DAYS-CHANGED
019110     DISPLAY '  RECORDS CHANGED.....: ' WS-RECORDS-CHANGED
019120     DISPLAY '  LOG RECORDS WRITTEN.: ' WS-LOG-RECORDS-WRITTEN
019130     IF NOT WS-REFUSED
019140         IF WS-WARNING-RAISED AND RETURN-CODE < 4
019150             MOVE 4 TO RETURN-CODE
019160         END-IF
019170     END-IF
019180     STOP RUN.
019190 3000-EXIT.
019200     EXIT.
019210 END PROGRAM CITYRSTA.
