002780*                     NO DOWNSTREAM READER CAN SCAN THE RAW
002790*                     CONDEMNED VALUES AS IF THEY WERE GOOD.
002800*                     MEMBER RESEQUENCED.
002810*    2026-10-15  NS  CITYMSTR NOW CARRIES EACH STATION'S
002820*                     SERVICE DATES.  A CITY OUT OF SERVICE FOR
002830*                     THE FEED MONTH WITH NO READINGS IS COUNTED
002840*                     OUT OF SERVICE, NOT LOGGED AS MISSING ITS
002850*                     READINGS, AND RAISES NO WARNING; A MONTH OF
002860*                     READINGS WHOLLY OUTSIDE THE CITY'S SERVICE
002870*                     PERIOD IS REJECTED.  A RELOCATED STATION'S
002880*                     STANDING RECORDS ARE NOT TESTED BY ITS
002890*                     MOVE MONTH OR EARLIER, AND A RECORD SET
002900*                     BEFORE THE MOVE IS REPLACED BY THE FIRST
002910*                     FULL MONTH AT THE NEW SITE RATHER THAN
002920*                     BEATEN BY IT.  MEMBER RESEQUENCED.
002930*    2026-10-15  NS  CITY-TABLE NOW HOLDS 500 CITIES AND THE
002940*                     READINGS TABLE 999 MONTHS; THE SCAN
002950*                     SUBSCRIPTS ARE WIDENED TO MATCH.  A MASTER
002960*                     ENTRY PAST THE TABLE IS NOW LOGGED TO
002970*                     CITYERR AND RAISES THE WARNING INSTEAD OF
002980*                     ONLY BEING DISPLAYED.  MEMBER
002990*                     RESEQUENCED.
003000*    2026-10-15  NS  EVERY DAY OF A READINGS MONTH IS NOW TESTED
003010*                     AGAINST THE CITY'S SERVICE DATES; A DAY
003020*                     OUTSIDE THEM IS REJECTED, NEVER ESTIMATED,
003030*                     AND KEPT OUT OF THE MONTHLY FIGURES.  A
003040*                     STANDING RECORD'S SET DATE IS STEPPED BACK
003050*                     TO ITS READING MONTH BEFORE THE RELOCATION
003060*                     TEST.  MEMBER RESEQUENCED.
003070*
003080 ENVIRONMENT DIVISION.
003090 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003110     SELECT CITY-MASTER-FILE ASSIGN TO CITYMSTR
003120         ORGANIZATION IS SEQUENTIAL.
003130     SELECT CITY-READINGS-FILE ASSIGN TO CITYRD
003140         ORGANIZATION IS SEQUENTIAL.
003150     SELECT CITY-REPORT-FILE ASSIGN TO CITYRPT
003160         ORGANIZATION IS SEQUENTIAL.
003170     SELECT CITY-HISTORY-FILE ASSIGN TO CITYHIST
003180         ORGANIZATION IS INDEXED
003190         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS HIST-KEY
003210         FILE STATUS IS WS-HIST-STATUS.
003220     SELECT CITY-ERROR-FILE ASSIGN TO CITYERR
003230         ORGANIZATION IS SEQUENTIAL.
003240     SELECT CITY-CHECKPOINT-FILE ASSIGN TO CITYCKPT
003250         ORGANIZATION IS SEQUENTIAL
003260         FILE STATUS IS WS-CKPT-STATUS.
003270     SELECT CITY-CKPT-WORK-FILE ASSIGN TO CKPTWRK
003280         ORGANIZATION IS SEQUENTIAL.
003290     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
003300         ORGANIZATION IS SEQUENTIAL
003310         FILE STATUS IS WS-RUNLOG-STATUS.
003320     SELECT CITY-NORMALS-FILE ASSIGN TO CITYNORM
003330         ORGANIZATION IS INDEXED
003340         ACCESS MODE IS DYNAMIC
003350         RECORD KEY IS NORM-KEY
003360         FILE STATUS IS WS-NORM-STATUS.
003370     SELECT CITY-RECORDS-FILE ASSIGN TO CITYRECS
003380         ORGANIZATION IS INDEXED
003390         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS REC-KEY
003410         FILE STATUS IS WS-RECS-STATUS.
003420     SELECT RECORD-BULLETIN-FILE ASSIGN TO CITYBULL
003430         ORGANIZATION IS SEQUENTIAL.
003440     SELECT CITY-DAILY-FILE ASSIGN TO CITYDAYS
003450         ORGANIZATION IS INDEXED
003460         ACCESS MODE IS DYNAMIC
003470         RECORD KEY IS DAY-KEY
003480         FILE STATUS IS WS-DAYS-STATUS.
003490*
003500 DATA DIVISION.
003510 FILE SECTION.
003520 FD  CITY-MASTER-FILE
003530     LABEL RECORDS ARE STANDARD.
003540     COPY CMREC.
003550*
003560 FD  CITY-READINGS-FILE
003570     LABEL RECORDS ARE STANDARD.
003580     COPY CRDREC.
003590*
003600 FD  CITY-REPORT-FILE
003610     LABEL RECORDS ARE STANDARD.
003620     COPY RPTREC.
003630*
003640 FD  CITY-HISTORY-FILE
003650     LABEL RECORDS ARE STANDARD.
003660     COPY HISTREC.
003670*
003680 FD  CITY-ERROR-FILE
003690     LABEL RECORDS ARE STANDARD.
003700     COPY ERRREC.
003710*
003720 FD  CITY-CHECKPOINT-FILE
003730     LABEL RECORDS ARE STANDARD.
003740 01  CKPT-RECORD.
003750     05  CKPT-RUN-DATE       PIC X(08).
003760     05  CKPT-CITY-CODE      PIC X(04).
003770     05  CKPT-CITY-NAME      PIC X(12).
003780     05  CKPT-UNIT-FLAG      PIC X(01).
003790     05  CKPT-AVERAGE-TEMP   PIC S9(2)V9
003800         SIGN LEADING SEPARATE.
003810     05  CKPT-MONTH-HIGH     PIC S9(2)V9
003820         SIGN LEADING SEPARATE.
003830     05  CKPT-MONTH-LOW      PIC S9(2)V9
003840         SIGN LEADING SEPARATE.
003850*
003860 FD  CITY-CKPT-WORK-FILE
003870     LABEL RECORDS ARE STANDARD.
003880 01  CKWK-RECORD                PIC X(37).
003890*
003900*    ONE RUN-CONTROL RECORD IS APPENDED PER RUN - THE DATASET
003910*    IS THE PERMANENT AUDIT TRAIL OF EVERY RUN EVER MADE.
003920 FD  RUN-LOG-FILE
003930     LABEL RECORDS ARE STANDARD.
003940     COPY RUNREC.
003950*
003960*    EXPECTED AVERAGE AND EXTREME BOUNDS PER CITY AND MONTH,
003970*    MAINTAINED BY OPERATIONS ALONGSIDE CITYMSTR.
003980 FD  CITY-NORMALS-FILE
003990     LABEL RECORDS ARE STANDARD.
004000     COPY NORMREC.
004010*
004020*    THE STANDING ALL-TIME RECORDS PER CITY AND RECORD TYPE -
004030*    THE PERMANENT BASELINE THE NIGHT'S FIGURES ARE COMPARED
004040*    AGAINST.
004050 FD  CITY-RECORDS-FILE
004060     LABEL RECORDS ARE STANDARD.
004070     COPY RECSREC.
004080*
004090 FD  RECORD-BULLETIN-FILE
004100     LABEL RECORDS ARE STANDARD.
004110 01  BL-PRINT-LINE               PIC X(80).
004120*
004130*    ONE RECORD PER CITY-DAY, THE PERMANENT DAILY-GRAIN
004140*    HISTORY BEHIND THE MONTHLY FIGURES.
004150 FD  CITY-DAILY-FILE
004160     LABEL RECORDS ARE STANDARD.
004170     COPY DAYREC.
004180*
004190 WORKING-STORAGE SECTION.
004200 01  WS-MAX-CITIES           PIC 9(03) COMP VALUE 500.
004210 01  WS-CITY-COUNT           PIC 9(03) COMP VALUE ZERO.
004220 01  CITY-TABLE.
004230     05  CITY-ENTRY OCCURS 1 TO 500 TIMES
004240             DEPENDING ON WS-CITY-COUNT
004250             INDEXED BY CITY-IDX.
004260         10  CT-CITY-CODE     PIC X(04).
004270         10  CT-CITY-NAME     PIC X(12).
004280         10  CT-REGION-CODE   PIC X(03).
004290         10  CT-IN-SERVICE-DATE  PIC 9(08).
004300         10  CT-OUT-SERVICE-DATE PIC 9(08).
004310         10  CT-RELOCATED-DATE   PIC 9(08).
004320         10  CT-UNIT-FLAG     PIC X(01) VALUE 'F'.
004330         10  CT-AVERAGE-TEMP  PIC S9(2)V9
004340             SIGN LEADING SEPARATE.
004350         10  CT-MONTH-HIGH    PIC S9(2)V9
004360             SIGN LEADING SEPARATE.
004370         10  CT-MONTH-LOW     PIC S9(2)V9
004380             SIGN LEADING SEPARATE.
004390         10  CT-DONE-SWITCH   PIC X(01) VALUE 'N'.
004400             88  CT-DONE       VALUE 'Y'.
004410*    THE WHOLE READINGS FILE IS LOADED HERE UP FRONT SO EACH
004420*    CITY CAN LOOK ITS OWN READINGS UP BY CITY CODE - CITYRD
004430*    AND CITYMSTR NO LONGER HAVE TO BE IN THE SAME ORDER.  THE
004440*    TABLE HOLDS MORE ENTRIES THAN CITY-TABLE SO A READINGS
004450*    RECORD WITH NO MASTER ENTRY STILL GETS LOADED, LEFT
004460*    UNMATCHED, AND REPORTED AT END OF RUN.
004470 01  WS-MAX-READINGS         PIC 9(03) COMP VALUE 999.
004480 01  WS-READINGS-COUNT       PIC 9(03) COMP VALUE ZERO.
004490 01  READINGS-TABLE.
004500     05  READINGS-ENTRY OCCURS 1 TO 999 TIMES
004510             DEPENDING ON WS-READINGS-COUNT.
004520         10  RD-CITY-CODE     PIC X(04).
004530         10  RD-UNIT-FLAG     PIC X(01).
004540         10  RD-READING-YEAR  PIC 9(04).
004550         10  RD-READING-MONTH PIC 9(02).
004560         10  RD-DAY-COUNT     PIC 9(02).
004570         10  RD-DAY-READING OCCURS 31 TIMES.
004580             15  RD-DAILY-LOW    PIC S9(2)V9
004590                 SIGN LEADING SEPARATE.
004600             15  RD-DAILY-HIGH   PIC S9(2)V9
004610                 SIGN LEADING SEPARATE.
004620             15  RD-DAILY-PRECIP PIC 9(2)V9.
004630             15  RD-DAILY-SNOW   PIC 9(2)V9.
004640         10  RD-USED-SWITCH   PIC X(01).
004650             88  RD-USED       VALUE 'Y'.
004660 01  WS-READING-SUB          PIC 9(04) COMP VALUE ZERO.
004670 01  WS-SCAN-SUB             PIC 9(04) COMP VALUE ZERO.
004680 01  WS-COPY-SUB             PIC 9(02) COMP VALUE ZERO.
004690 01  WS-FOUND-READING-SWITCH PIC X(01) VALUE 'N'.
004700     88  WS-FOUND-READING     VALUE 'Y'.
004710 01  WS-WARNING-SWITCH       PIC X(01) VALUE 'N'.
004720     88  WS-WARNING-RAISED    VALUE 'Y'.
004730 01  WS-FOUND-MASTER-SWITCH  PIC X(01) VALUE 'N'.
004740     88  WS-FOUND-MASTER      VALUE 'Y'.
004750 01  WS-NORM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
004760     88  WS-NORM-OPEN         VALUE 'Y'.
004770 01  WS-NORM-FOUND-SWITCH    PIC X(01) VALUE 'N'.
004780     88  WS-NORM-FOUND        VALUE 'Y'.
004790*    THE RECORDS DATASET RUNS I-O; A BRAND NEW OR EMPTY
004800*    CLUSTER FALLS BACK TO OUTPUT AND THE RUN ONLY SEEDS -
004810*    EVERY FIGURE BECOMES THE FIRST STANDING RECORD AND
004820*    NOTHING CAN BE 'BROKEN' AGAINST AN EMPTY BASELINE.
004830 01  WS-RECS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
004840     88  WS-RECS-OPEN         VALUE 'Y'.
004850 01  WS-RECS-SEED-SWITCH     PIC X(01) VALUE 'N'.
004860     88  WS-RECS-SEED-MODE    VALUE 'Y'.
004870 01  WS-REC-TYPE             PIC X(02).
004880 01  WS-REC-DIRECTION        PIC X(01).
004890 01  WS-REC-CANDIDATE        PIC S9(4)V9
004900         SIGN LEADING SEPARATE.
004910 01  WS-REC-DESC             PIC X(20).
004920 01  WS-RECORDS-BROKEN       PIC 9(03) COMP VALUE ZERO.
004930 01  WS-RECORDS-SEEDED       PIC 9(03) COMP VALUE ZERO.
004940 01  WS-DAYS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
004950     88  WS-DAYS-OPEN         VALUE 'Y'.
004960 01  WS-DAYS-WRITTEN         PIC 9(05) COMP VALUE ZERO.
004970 01  WS-DAY-DATE-WORK.
004980     05  WS-DD-YEAR          PIC 9(04).
004990     05  WS-DD-MONTH         PIC 9(02).
005000     05  WS-DD-DAY           PIC 9(02).
005010 01  WS-DAY-DATE-N REDEFINES WS-DAY-DATE-WORK
005020                             PIC 9(08).
005030*    SERVICE-PERIOD TESTS ON A CITY ARE MADE A WHOLE MONTH AT A
005040*    TIME, AS CCYYMM (EACH DAY OF A READINGS MONTH IS ALSO
005050*    TESTED ON ITS OWN DATE).  THE FEED PERIOD IS THE LATEST
005060*    MONTH ON THE READINGS FILE (THE RUN DATE'S MONTH WHEN
005070*    THERE ARE NONE); A CITY'S OUT PERIOD IS ALL NINES WHILE
005080*    IT IS STILL IN SERVICE AND ITS MOVED PERIOD IS ZERO IF IT
005090*    NEVER MOVED.
005100 01  WS-FEED-PERIOD          PIC 9(06) VALUE ZERO.
005110 01  WS-READING-PERIOD       PIC 9(06) VALUE ZERO.
005120 01  WS-IN-PERIOD            PIC 9(06) VALUE ZERO.
005130 01  WS-OUT-PERIOD           PIC 9(06) VALUE ZERO.
005140 01  WS-MOVED-PERIOD         PIC 9(06) VALUE ZERO.
005150 01  WS-REC-SET-PERIOD       PIC 9(06) VALUE ZERO.
005160 01  WS-REC-SET-PERIOD-R REDEFINES WS-REC-SET-PERIOD.
005170     05  WS-REC-SET-YEAR     PIC 9(04).
005180     05  WS-REC-SET-MONTH    PIC 9(02).
005190*    RUN RECONCILIATION COUNTS - EVERY CITY MUST END UP
005200*    SKIPPED, OUT OF SERVICE FOR THE MONTH, LOGGED AS
005210*    MISSING ITS READINGS, OR REPORTED;
005220*    EVERY REPORT RECORD MUST BE MATCHED BY A HISTORY WRITE
005230*    (OR A HISTORY DUPLICATE) AND A CHECKPOINT.  ANYTHING
005240*    ELSE IS AN OUT-OF-BALANCE RUN AND ENDS RC=8.
005250 01  WS-CITIES-SKIPPED       PIC 9(03) COMP VALUE ZERO.
005260 01  WS-CITIES-NO-READINGS   PIC 9(03) COMP VALUE ZERO.
005270 01  WS-CITIES-OUT-OF-SERVICE PIC 9(03) COMP VALUE ZERO.
005280 01  WS-REPORTS-WRITTEN      PIC 9(03) COMP VALUE ZERO.
005290 01  WS-HIST-WRITTEN         PIC 9(03) COMP VALUE ZERO.
005300 01  WS-HIST-DUPLICATES      PIC 9(03) COMP VALUE ZERO.
005310 01  WS-CKPTS-WRITTEN        PIC 9(03) COMP VALUE ZERO.
005320 01  WS-READINGS-REJECTED    PIC 9(04) COMP VALUE ZERO.
005330 01  WS-ORPHAN-READINGS      PIC 9(03) COMP VALUE ZERO.
005340 01  WS-BALANCE-WORK         PIC 9(03) COMP VALUE ZERO.
005350 01  WS-BALANCED-SWITCH      PIC X(01) VALUE 'Y'.
005360     88  WS-BALANCED          VALUE 'Y'.
005370 01  WS-START-TIME           PIC X(08).
005380 01  WS-END-TIME             PIC X(08).
005390 01  WS-MAX-DAYS             PIC 9(02) COMP VALUE 31.
005400 01  WS-DAY-COUNT            PIC 9(02) VALUE ZERO.
005410 01  WS-VALID-DAY-COUNT      PIC 9(02) VALUE ZERO.
005420*    HOW MANY DAYS THE READING MONTH ACTUALLY HAS, AND THE
005430*    AGREED MINIMUM OF USABLE DAYS BELOW WHICH A MONTH'S
005440*    FIGURES ARE FLAGGED AS LOW COVERAGE RATHER THAN
005450*    PUBLISHED AS IF THEY WERE WHOLE.
005460 01  WS-DAYS-IN-MONTH        PIC 9(02) COMP VALUE ZERO.
005470 01  WS-MIN-VALID-DAYS       PIC 9(02) COMP VALUE 20.
005480 01  WS-COVERAGE-FLAG        PIC X(01) VALUE SPACE.
005490 01  WS-LEAP-QUOT            PIC 9(04) COMP VALUE ZERO.
005500 01  WS-LEAP-REM-4           PIC 9(03) COMP VALUE ZERO.
005510 01  WS-LEAP-REM-100         PIC 9(03) COMP VALUE ZERO.
005520 01  WS-LEAP-REM-400         PIC 9(03) COMP VALUE ZERO.
005530 01  DAILY-READING-TABLE.
005540     05  DAILY-READING OCCURS 1 TO 31 TIMES
005550             DEPENDING ON WS-DAY-COUNT
005560             INDEXED BY DAY-IDX.
005570         10  DAILY-LOW       PIC S9(2)V9
005580             SIGN LEADING SEPARATE.
005590         10  DAILY-HIGH      PIC S9(2)V9
005600             SIGN LEADING SEPARATE.
005610*    'Y' = MEASURED AND USABLE, 'N' = REJECTED OR UNUSABLE,
005620*    'O' = OUTSIDE THE CITY'S SERVICE DATES (NEVER ESTIMATED),
005630*    'E' = FILLED IN BY THE ESTIMATION PASS.  THE USABLE
005640*    SWITCH GOVERNS THE TEMPERATURE PAIR ONLY - THE DAY'S
005650*    PRECIPITATION AND SNOWFALL ARE VALIDATED AND SUMMED ON
005660*    THEIR OWN.
005670         10  DAILY-PRECIP    PIC 9(2)V9.
005680         10  DAILY-SNOW      PIC 9(2)V9.
005690         10  DAILY-USABLE-SWITCH PIC X(01).
005700             88  DAILY-USABLE     VALUE 'Y'.
005710             88  DAILY-ESTIMATED  VALUE 'E'.
005720             88  DAILY-OUT-OF-SERVICE VALUE 'O'.
005730 01  sumOfAll PIC S9(4)V9
005740         SIGN LEADING SEPARATE.
005750 01  averageTemp PIC S9(2)V9
005760         SIGN LEADING SEPARATE.
005770 01  WS-MONTH-HIGH           PIC S9(2)V9
005780         SIGN LEADING SEPARATE.
005790 01  WS-MONTH-LOW            PIC S9(2)V9
005800         SIGN LEADING SEPARATE.
005810 01  WS-DAY-MEAN             PIC S9(2)V9
005820         SIGN LEADING SEPARATE.
005830 01  WS-FROST-DAYS           PIC 9(02) VALUE ZERO.
005840*    HOW MANY DAYS THE ESTIMATION PASS FILLED IN, THE QUALITY
005850*    FLAG THAT SAYS A PATCHED MONTH IS PATCHED, HOW FAR EACH
005860*    SIDE OF A HOLE THE PASS LOOKS FOR A MEASURED NEIGHBOUR
005870*    BEFORE FALLING BACK TO THE CITYNORM EXPECTED AVERAGE,
005880*    AND THE ESTIMATION WORK FIELDS.
005890 01  WS-ESTIMATED-DAYS       PIC 9(02) VALUE ZERO.
005900 01  WS-QUALITY-FLAG         PIC X(01) VALUE SPACE.
005910 01  WS-GAP-SPAN             PIC 9(02) COMP VALUE 3.
005920 01  WS-TOTAL-DAY-COUNT      PIC 9(02) VALUE ZERO.
005930 01  WS-DAY-SUB              PIC 9(02) COMP VALUE ZERO.
005940 01  WS-NEAR-SUB             PIC 9(02) COMP VALUE ZERO.
005950 01  WS-BEFORE-SUB           PIC 9(02) COMP VALUE ZERO.
005960 01  WS-AFTER-SUB            PIC 9(02) COMP VALUE ZERO.
005970 01  WS-OFFSET-SUB           PIC 9(02) COMP VALUE ZERO.
005980 01  WS-EST-LOW              PIC S9(2)V9
005990         SIGN LEADING SEPARATE.
006000 01  WS-EST-HIGH             PIC S9(2)V9
006010         SIGN LEADING SEPARATE.
006020*    MONTHLY PRECIPITATION AND SNOWFALL ACCUMULATORS, THE
006030*    MEASURABLE-DAY THRESHOLD (0.2 MM - BELOW THAT IS A
006040*    TRACE, NOT A PRECIPITATION DAY), AND THE LARGEST
006050*    SINGLE-DAY AMOUNTS THE STATIONS COULD PLAUSIBLY SEE.
006060 01  WS-PRECIP-TOTAL         PIC 9(4)V9 VALUE ZERO.
006070 01  WS-SNOW-TOTAL           PIC 9(4)V9 VALUE ZERO.
006080 01  WS-PRECIP-DAYS          PIC 9(02) VALUE ZERO.
006090 01  WS-MEASURABLE-PRECIP    PIC 9(1)V9 VALUE 0.2.
006100 01  WS-MAX-PLAUSIBLE-PRECIP PIC 9(2)V9 VALUE 80.0.
006110 01  WS-MAX-PLAUSIBLE-SNOW   PIC 9(2)V9 VALUE 60.0.
006120*    A FROST DAY IS A DAY WHOSE LOW IS AT OR BELOW FREEZING
006130*    IN THE UNIT THE READINGS WERE ENTERED IN.
006140 01  WS-FREEZING-C           PIC S9(2)V9
006150         SIGN LEADING SEPARATE VALUE 0.0.
006160 01  WS-FREEZING-F           PIC S9(2)V9
006170         SIGN LEADING SEPARATE VALUE 32.0.
006180*    SEPARATE PLAUSIBILITY BOUNDS PER UNIT - A NORMAL FAHRENHEIT
006190*    SUMMER HIGH IS WELL ABOVE 60 BUT A NORMAL CELSIUS HIGH NEVER
006200*    IS, SO ONE PAIR OF BOUNDS APPLIED REGARDLESS OF CR-UNIT-FLAG
006210*    WAS REJECTING ORDINARY FAHRENHEIT READINGS.  THE FAHRENHEIT
006220*    UPPER BOUND IS CAPPED AT THE RAW READING FIELD'S OWN LIMIT
006230*    OF 99.9, SINCE NOTHING HOTTER CAN EVER BE STORED IN IT.
006240 01  WS-MIN-PLAUSIBLE-C      PIC S9(2)V9
006250         SIGN LEADING SEPARATE VALUE -60.0.
006260 01  WS-MAX-PLAUSIBLE-C      PIC S9(2)V9
006270         SIGN LEADING SEPARATE VALUE 60.0.
006280 01  WS-MIN-PLAUSIBLE-F      PIC S9(2)V9
006290         SIGN LEADING SEPARATE VALUE -60.0.
006300 01  WS-MAX-PLAUSIBLE-F      PIC S9(2)V9
006310         SIGN LEADING SEPARATE VALUE 99.9.
006320 01  WS-MIN-PLAUSIBLE        PIC S9(3)V9
006330         SIGN LEADING SEPARATE.
006340 01  WS-MAX-PLAUSIBLE        PIC S9(3)V9
006350         SIGN LEADING SEPARATE.
006360 01  WS-FREEZING             PIC S9(2)V9
006370         SIGN LEADING SEPARATE.
006380 01  WS-CONV-UNIT-IN         PIC X(01).
006390 01  WS-CONV-TEMP-IN         PIC S9(2)V9
006400         SIGN LEADING SEPARATE.
006410 01  WS-CONV-TEMP-F          PIC S9(3)V9
006420         SIGN LEADING SEPARATE.
006430 01  WS-CONV-TEMP-C          PIC S9(2)V9
006440         SIGN LEADING SEPARATE.
006450 01  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE 'N'.
006460     88  WS-MASTER-EOF        VALUE 'Y'.
006470 01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
006480     88  WS-EOF               VALUE 'Y'.
006490 01  WS-CKPT-EOF-SWITCH      PIC X(01) VALUE 'N'.
006500     88  WS-CKPT-EOF          VALUE 'Y'.
006510 01  WS-CKWK-EOF-SWITCH      PIC X(01) VALUE 'N'.
006520     88  WS-CKWK-EOF          VALUE 'Y'.
006530 01  WS-RUN-DATE             PIC X(08).
006540 01  WS-HIST-STATUS          PIC X(02) VALUE '00'.
006550 01  WS-CKPT-STATUS          PIC X(02) VALUE '00'.
006560 01  WS-NORM-STATUS          PIC X(02) VALUE '00'.
006570 01  WS-RECS-STATUS          PIC X(02) VALUE '00'.
006580 01  WS-DAYS-STATUS          PIC X(02) VALUE '00'.
006590*    THE RECORD-EVENT BULLETIN LINES.
006600 01  WS-BL-TITLE-LINE.
006610     05  FILLER PIC X(80) VALUE
006620        'RECORD-EVENT BULLETIN - ALL-TIME RECORDS BROKEN'.
006630 01  WS-BL-DATE-LINE.
006640     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
006650     05  WS-BL-RUN-DATE           PIC X(08).
006660     05  FILLER                  PIC X(62) VALUE SPACES.
006670 01  WS-BL-BLANK-LINE.
006680     05  FILLER                  PIC X(80) VALUE SPACES.
006690 01  WS-BL-EVENT-LINE.
006700     05  WS-BL-CITY-NAME          PIC X(12).
006710     05  FILLER                  PIC X(02) VALUE SPACES.
006720     05  WS-BL-DESC               PIC X(20).
006730     05  FILLER                  PIC X(05) VALUE ' OLD '.
006740     05  WS-BL-OLD-VALUE          PIC -ZZZ9.9.
006750     05  FILLER                  PIC X(02) VALUE ' ('.
006760     05  WS-BL-OLD-DATE           PIC X(08).
006770     05  FILLER                  PIC X(06) VALUE ') NEW '.
006780     05  WS-BL-NEW-VALUE          PIC -ZZZ9.9.
006790     05  FILLER                  PIC X(11) VALUE SPACES.
006800 01  WS-BL-NONE-LINE.
006810     05  FILLER PIC X(80) VALUE
006820        'NO ALL-TIME RECORDS BROKEN THIS RUN'.
006830 01  WS-RUNLOG-STATUS        PIC X(02) VALUE '00'.
006840*    DEGREE-DAY ACCUMULATORS - ALWAYS FAHRENHEIT DEGREE-DAYS
006850*    AGAINST THE STANDARD 65F BASE, WHATEVER UNIT THE
006860*    READINGS ARRIVED IN, SO CITIES RANK COMPARABLY.
006870 01  WS-HDD-BASE-F           PIC S9(3)V9
006880         SIGN LEADING SEPARATE VALUE 65.0.
006890 01  WS-HEATING-DD           PIC 9(04)V9 VALUE ZERO.
006900 01  WS-COOLING-DD           PIC 9(04)V9 VALUE ZERO.
006910*
006920 PROCEDURE DIVISION.
006930*Student Name: Naz Sassine
006940* Student Number: 040979531
006950 0000-MAINLINE.
006960*    TOP LEVEL FLOW OF CONTROL FOR THE WHOLE RUN.
006970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006980     PERFORM 2000-PROCESS-ALL-CITIES THRU 2000-EXIT
006990     PERFORM 3000-TERMINATE THRU 3000-EXIT
007000     GO TO 0000-EXIT.
007010 0000-EXIT.
007020     EXIT.
007030*
007040 1000-INITIALIZE.
007050*    OPENS ALL DATASETS, STAMPS THE RUN DATE AND START TIME,
007060*    LOADS THE CITY TABLE FROM THE CITY MASTER FILE AND THE
007070*    NIGHT'S READINGS INTO THE READINGS TABLE.
007080     OPEN INPUT CITY-MASTER-FILE
007090     OPEN INPUT CITY-READINGS-FILE
007100     OPEN OUTPUT CITY-REPORT-FILE
007110     OPEN OUTPUT CITY-ERROR-FILE
007120     OPEN I-O CITY-HISTORY-FILE
007130     IF WS-HIST-STATUS NOT = '00'
007140         OPEN OUTPUT CITY-HISTORY-FILE
007150     END-IF
007160     OPEN INPUT CITY-NORMALS-FILE
007170     IF WS-NORM-STATUS = '00'
007180         SET WS-NORM-OPEN TO TRUE
007190     ELSE
007200         DISPLAY 'CITY NORMALS FILE NOT AVAILABLE - STATUS '
007210             WS-NORM-STATUS
007220         DISPLAY 'GLOBAL PLAUSIBILITY BOUNDS WILL APPLY'
007230     END-IF
007240     OPEN I-O CITY-RECORDS-FILE
007250     IF WS-RECS-STATUS = '00'
007260         SET WS-RECS-OPEN TO TRUE
007270     ELSE
007280         OPEN OUTPUT CITY-RECORDS-FILE
007290         IF WS-RECS-STATUS = '00'
007300             SET WS-RECS-OPEN TO TRUE
007310             SET WS-RECS-SEED-MODE TO TRUE
007320             DISPLAY 'CITYRECS EMPTY - SEEDING FIRST RECORDS'
007330         ELSE
007340             DISPLAY 'CITY RECORDS FILE NOT AVAILABLE - '
007350                 'STATUS ' WS-RECS-STATUS
007360             DISPLAY 'RECORD CHECKS SKIPPED THIS RUN'
007370         END-IF
007380     END-IF
007390     OPEN OUTPUT RECORD-BULLETIN-FILE
007400     OPEN I-O CITY-DAILY-FILE
007410     IF WS-DAYS-STATUS = '00'
007420         SET WS-DAYS-OPEN TO TRUE
007430     ELSE
007440         OPEN OUTPUT CITY-DAILY-FILE
007450         IF WS-DAYS-STATUS = '00'
007460             SET WS-DAYS-OPEN TO TRUE
007470         ELSE
007480             DISPLAY 'CITY DAILY FILE NOT AVAILABLE - '
007490                 'STATUS ' WS-DAYS-STATUS
007500             DISPLAY 'DAILY DETAIL NOT KEPT THIS RUN'
007510         END-IF
007520     END-IF
007530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007540     ACCEPT WS-START-TIME FROM TIME
007550     WRITE BL-PRINT-LINE FROM WS-BL-TITLE-LINE
007560         AFTER ADVANCING PAGE
007570     MOVE WS-RUN-DATE TO WS-BL-RUN-DATE
007580     WRITE BL-PRINT-LINE FROM WS-BL-DATE-LINE
007590         AFTER ADVANCING 1 LINE
007600     WRITE BL-PRINT-LINE FROM WS-BL-BLANK-LINE
007610         AFTER ADVANCING 1 LINE
007620     PERFORM 1100-LOAD-CITY-TABLE THRU 1100-EXIT
007630         UNTIL WS-MASTER-EOF
007640     CLOSE CITY-MASTER-FILE
007650     PERFORM 1200-LOAD-CHECKPOINTS THRU 1200-EXIT
007660     PERFORM 1300-LOAD-ONE-READING THRU 1300-EXIT
007670         UNTIL WS-EOF
007680     CLOSE CITY-READINGS-FILE
007690     IF WS-FEED-PERIOD = ZERO
007700         MOVE WS-RUN-DATE (1:6) TO WS-FEED-PERIOD
007710     END-IF.
007720 1000-EXIT.
007730     EXIT.
007740*
007750 1100-LOAD-CITY-TABLE.
007760*    READS ONE CITY MASTER RECORD AND ADDS IT TO CITY-TABLE.
007770     READ CITY-MASTER-FILE INTO CM-RECORD
007780         AT END
007790             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
007800             GO TO 1100-EXIT
007810     END-READ
007820     IF WS-CITY-COUNT >= WS-MAX-CITIES
007830         MOVE WS-RUN-DATE  TO ERR-RUN-DATE
007840         MOVE CM-CITY-CODE TO ERR-CITY-CODE
007850         MOVE ZERO         TO ERR-DAY-NO
007860         MOVE CM-CITY-CODE TO ERR-RAW-VALUE
007870         MOVE 'CITY TABLE FULL' TO ERR-REASON
007880         WRITE ERR-RECORD
007890         DISPLAY 'CITY TABLE FULL - MASTER ENTRY IGNORED FOR '
007900             CM-CITY-CODE
007910         SET WS-WARNING-RAISED TO TRUE
007920         GO TO 1100-EXIT
007930     END-IF
007940     ADD 1 TO WS-CITY-COUNT
007950     SET CITY-IDX TO WS-CITY-COUNT
007960     MOVE CM-CITY-CODE TO CT-CITY-CODE (CITY-IDX)
007970     MOVE CM-CITY-NAME TO CT-CITY-NAME (CITY-IDX)
007980     MOVE CM-REGION-CODE TO CT-REGION-CODE (CITY-IDX)
007990     MOVE CM-IN-SERVICE-DATE  TO CT-IN-SERVICE-DATE (CITY-IDX)
008000     MOVE CM-OUT-SERVICE-DATE TO CT-OUT-SERVICE-DATE (CITY-IDX)
008010     MOVE CM-RELOCATED-DATE   TO CT-RELOCATED-DATE (CITY-IDX).
008020 1100-EXIT.
008030     EXIT.
008040*
008050 1200-LOAD-CHECKPOINTS.
008060*    IF A PRIOR, INTERRUPTED RUN LEFT CHECKPOINTS FOR TODAY'S
008070*    RUN DATE ON FILE, MARKS THOSE CITIES DONE SO PROCESS-ALL-
008080*    CITIES SKIPS STRAIGHT TO THE NEXT UNENTERED CITY.  ANY
008090*    CHECKPOINT FOR AN EARLIER RUN DATE IS PRUNED RATHER THAN
008100*    KEPT - IT IS ALREADY PERMANENT ON CITY-HISTORY-FILE, AND
008110*    KEEPING IT AROUND WOULD ONLY MAKE THIS FILE, AND THE SCAN
008120*    OF IT EVERY RUN, GROW FOREVER.  THE FILE IS THEN REOPENED
008130*    FOR EXTEND SO THIS RUN'S OWN CHECKPOINTS ARE APPENDED
008140*    BEHIND THE SURVIVORS.
008150     OPEN INPUT CITY-CHECKPOINT-FILE
008160     IF WS-CKPT-STATUS = '00'
008170         OPEN OUTPUT CITY-CKPT-WORK-FILE
008180         PERFORM 1210-READ-ONE-CHECKPOINT THRU 1210-EXIT
008190             UNTIL WS-CKPT-EOF
008200         CLOSE CITY-CHECKPOINT-FILE
008210         CLOSE CITY-CKPT-WORK-FILE
008220         OPEN OUTPUT CITY-CHECKPOINT-FILE
008230         OPEN INPUT CITY-CKPT-WORK-FILE
008240         PERFORM 1230-COPY-ONE-WORK-RECORD THRU 1230-EXIT
008250             UNTIL WS-CKWK-EOF
008260         CLOSE CITY-CKPT-WORK-FILE
008270         CLOSE CITY-CHECKPOINT-FILE
008280         OPEN EXTEND CITY-CHECKPOINT-FILE
008290     ELSE
008300         OPEN OUTPUT CITY-CHECKPOINT-FILE
008310     END-IF.
008320 1200-EXIT.
008330     EXIT.
008340*
008350 1210-READ-ONE-CHECKPOINT.
008360*    READS ONE CHECKPOINT RECORD.  ONE FOR TODAY'S RUN DATE
008370*    MARKS ITS CITY ALREADY DONE AND IS KEPT (COPIED TO THE
008380*    WORK FILE); ONE FOR AN EARLIER RUN DATE IS LEFT OUT OF
008390*    THE WORK FILE, WHICH PRUNES IT FROM THE CHECKPOINT FILE.
008400     READ CITY-CHECKPOINT-FILE INTO CKPT-RECORD
008410         AT END
008420             MOVE 'Y' TO WS-CKPT-EOF-SWITCH
008430             GO TO 1210-EXIT
008440     END-READ
008450     IF CKPT-RUN-DATE NOT = WS-RUN-DATE
008460         GO TO 1210-EXIT
008470     END-IF
008480     PERFORM 1220-MARK-CITY-DONE THRU 1220-EXIT
008490         VARYING CITY-IDX FROM 1 BY 1
008500         UNTIL CITY-IDX > WS-CITY-COUNT
008510     MOVE CKPT-RECORD TO CKWK-RECORD
008520     WRITE CKWK-RECORD.
008530 1210-EXIT.
008540     EXIT.
008550*
008560 1220-MARK-CITY-DONE.
008570*    MARKS ONE CITY-TABLE ENTRY DONE IF ITS CITY CODE MATCHES
008580*    THE CHECKPOINT RECORD JUST READ, AND RESTORES THE FIGURES
008590*    THE EARLIER, INTERRUPTED RUN ALREADY COMPUTED FOR IT SO
008600*    THE END-OF-RUN SUMMARY SHOWS THE REAL VALUES, NOT ZEROS.
008610     IF CKPT-CITY-CODE = CT-CITY-CODE (CITY-IDX)
008620         MOVE 'Y' TO CT-DONE-SWITCH (CITY-IDX)
008630         MOVE CKPT-UNIT-FLAG    TO CT-UNIT-FLAG (CITY-IDX)
008640         MOVE CKPT-AVERAGE-TEMP
008650             TO CT-AVERAGE-TEMP (CITY-IDX)
008660         MOVE CKPT-MONTH-HIGH   TO CT-MONTH-HIGH (CITY-IDX)
008670         MOVE CKPT-MONTH-LOW    TO CT-MONTH-LOW (CITY-IDX)
008680     END-IF.
008690 1220-EXIT.
008700     EXIT.
008710*
008720 1230-COPY-ONE-WORK-RECORD.
008730*    COPIES ONE RETAINED CHECKPOINT RECORD FROM THE WORK FILE
008740*    BACK ONTO THE NOW-EMPTY CITY-CHECKPOINT-FILE.
008750     READ CITY-CKPT-WORK-FILE INTO CKWK-RECORD
008760         AT END
008770             MOVE 'Y' TO WS-CKWK-EOF-SWITCH
008780             GO TO 1230-EXIT
008790     END-READ
008800     MOVE CKWK-RECORD TO CKPT-RECORD
008810     WRITE CKPT-RECORD.
008820 1230-EXIT.
008830     EXIT.
008840*
008850 1300-LOAD-ONE-READING.
008860*    READS ONE READINGS RECORD INTO THE READINGS TABLE.  THE
008870*    RECORD IS STORED AS READ - DAY-COUNT, CALENDAR AND
008880*    READING VALIDATION STAYS IN ADDING-TEMPERATURES, WHICH
008890*    SEES THE TABLE ENTRY EXACTLY AS IT WOULD HAVE SEEN THE
008900*    RECORD.
008910     READ CITY-READINGS-FILE INTO CR-RECORD
008920         AT END
008930             MOVE 'Y' TO WS-EOF-SWITCH
008940             GO TO 1300-EXIT
008950     END-READ
008960     IF WS-READINGS-COUNT >= WS-MAX-READINGS
008970         MOVE WS-RUN-DATE  TO ERR-RUN-DATE
008980         MOVE CR-CITY-CODE TO ERR-CITY-CODE
008990         MOVE ZERO         TO ERR-DAY-NO
009000         MOVE CR-CITY-CODE TO ERR-RAW-VALUE
009010         MOVE 'READINGS TABLE FULL' TO ERR-REASON
009020         WRITE ERR-RECORD
009030         DISPLAY 'READINGS TABLE FULL - RECORD IGNORED FOR '
009040             CR-CITY-CODE
009050         SET WS-WARNING-RAISED TO TRUE
009060         GO TO 1300-EXIT
009070     END-IF
009080     ADD 1 TO WS-READINGS-COUNT
009090     MOVE WS-READINGS-COUNT TO WS-READING-SUB
009100     MOVE CR-CITY-CODE TO RD-CITY-CODE (WS-READING-SUB)
009110     MOVE CR-UNIT-FLAG TO RD-UNIT-FLAG (WS-READING-SUB)
009120     MOVE CR-READING-YEAR
009130         TO RD-READING-YEAR (WS-READING-SUB)
009140     MOVE CR-READING-MONTH
009150         TO RD-READING-MONTH (WS-READING-SUB)
009160     MOVE CR-DAY-COUNT TO RD-DAY-COUNT (WS-READING-SUB)
009170     MOVE 'N' TO RD-USED-SWITCH (WS-READING-SUB)
009180     IF CR-READING-YEAR NUMERIC AND CR-READING-MONTH NUMERIC
009190         COMPUTE WS-READING-PERIOD =
009200             CR-READING-YEAR * 100 + CR-READING-MONTH
009210         IF WS-READING-PERIOD > WS-FEED-PERIOD
009220                 AND CR-READING-MONTH >= 1
009230                 AND CR-READING-MONTH <= 12
009240             MOVE WS-READING-PERIOD TO WS-FEED-PERIOD
009250         END-IF
009260     END-IF
009270     IF CR-DAY-COUNT >= 1 AND CR-DAY-COUNT <= WS-MAX-DAYS
009280         PERFORM 1310-COPY-ONE-READING-DAY THRU 1310-EXIT
009290             VARYING WS-COPY-SUB FROM 1 BY 1
009300             UNTIL WS-COPY-SUB > CR-DAY-COUNT
009310     END-IF.
009320 1300-EXIT.
009330     EXIT.
009340*
009350 1310-COPY-ONE-READING-DAY.
009360*    COPIES ONE DAY'S LOW/HIGH PAIR FROM THE RECORD JUST READ
009370*    INTO THE READINGS TABLE ENTRY BEING LOADED.
009380     MOVE CR-DAILY-LOW (WS-COPY-SUB)
009390         TO RD-DAILY-LOW (WS-READING-SUB WS-COPY-SUB)
009400     MOVE CR-DAILY-HIGH (WS-COPY-SUB)
009410         TO RD-DAILY-HIGH (WS-READING-SUB WS-COPY-SUB)
009420     MOVE CR-DAILY-PRECIP (WS-COPY-SUB)
009430         TO RD-DAILY-PRECIP (WS-READING-SUB WS-COPY-SUB)
009440     MOVE CR-DAILY-SNOW (WS-COPY-SUB)
009450         TO RD-DAILY-SNOW (WS-READING-SUB WS-COPY-SUB).
009460 1310-EXIT.
009470     EXIT.
009480*
009490 2000-PROCESS-ALL-CITIES.
009500*    DRIVES ADDING-TEMPERATURES ONCE FOR EVERY CITY IN THE
009510*    CITY TABLE - ADDING A CITY IS A DATA CHANGE, NOT A NEW
009520*    PARAGRAPH.  AFTERWARDS, ANY READINGS RECORD NO CITY
009530*    CLAIMED IS LOGGED AS HAVING NO MASTER ENTRY.
009540     PERFORM 2100-PROCESS-ONE-CITY THRU 2100-EXIT
009550         VARYING CITY-IDX FROM 1 BY 1
009560         UNTIL CITY-IDX > WS-CITY-COUNT
009570     PERFORM 2700-LOG-ORPHAN-READING THRU 2700-EXIT
009580         VARYING WS-SCAN-SUB FROM 1 BY 1
009590         UNTIL WS-SCAN-SUB > WS-READINGS-COUNT.
009600 2000-EXIT.
009610     EXIT.
009620*
009630 2100-PROCESS-ONE-CITY.
009640*    LOOKS UP, VALIDATES AND AVERAGES ONE CITY'S MONTH OF DAILY
009650*    HIGHS, THEN WRITES THE DATED REPORT RECORD FOR THAT CITY.
009660*    A CITY ALREADY CHECKPOINTED BY AN EARLIER, INTERRUPTED RUN
009670*    FOR TODAY'S DATE IS SKIPPED RATHER THAN REDONE.  A CITY
009680*    WITH NO READINGS ON FILE IS LOGGED AND SKIPPED - NO
009690*    REPORT, HISTORY OR CHECKPOINT RECORD IS WRITTEN FOR IT,
009700*    SO A RERUN WITH A REPAIRED FEED PICKS IT UP - AND THE
009710*    RUN CARRIES ON WITH THE NEXT CITY.
009720*    A CITY WITH NO READINGS THAT IS OUT OF SERVICE FOR THE
009730*    FEED MONTH - NOT YET OPENED, OR ALREADY CLOSED - IS NOT
009740*    EXPECTED TO REPORT; IT IS COUNTED AND PASSED OVER WITH
009750*    NO ERROR RECORD AND NO WARNING.
009760     IF CT-DONE (CITY-IDX)
009770         DISPLAY 'ALREADY CHECKPOINTED - SKIPPING: '
009780             CT-CITY-NAME (CITY-IDX)
009790         PERFORM 2150-SKIP-CHECKPOINTED-CITY THRU 2150-EXIT
009800         ADD 1 TO WS-CITIES-SKIPPED
009810         GO TO 2100-EXIT
009820     END-IF
009830     PERFORM 2170-SET-SERVICE-PERIODS THRU 2170-EXIT
009840     PERFORM 2160-FIND-READINGS-ENTRY THRU 2160-EXIT
009850     IF NOT WS-FOUND-READING
009860         IF WS-FEED-PERIOD < WS-IN-PERIOD
009870                 OR WS-FEED-PERIOD > WS-OUT-PERIOD
009880             DISPLAY 'OUT OF SERVICE - NOT EXPECTED: '
009890                 CT-CITY-NAME (CITY-IDX)
009900             ADD 1 TO WS-CITIES-OUT-OF-SERVICE
009910             GO TO 2100-EXIT
009920         END-IF
009930         MOVE WS-RUN-DATE             TO ERR-RUN-DATE
009940         MOVE CT-CITY-CODE (CITY-IDX) TO ERR-CITY-CODE
009950         MOVE ZERO                    TO ERR-DAY-NO
009960         MOVE CT-CITY-CODE (CITY-IDX) TO ERR-RAW-VALUE
009970         MOVE 'NO READINGS FOR CITY'  TO ERR-REASON
009980         WRITE ERR-RECORD
009990         DISPLAY 'NO READINGS ON FILE FOR: '
010000             CT-CITY-NAME (CITY-IDX)
010010         DISPLAY '- REPORT/HISTORY/CHECKPOINT NOT WRITTEN'
010020         SET WS-WARNING-RAISED TO TRUE
010030         ADD 1 TO WS-CITIES-NO-READINGS
010040         GO TO 2100-EXIT
010050     END-IF
010060     DISPLAY 'PROCESSING TEMPERATURES FOR: '
010070         CT-CITY-NAME (CITY-IDX)
010080     PERFORM 2200-ADDING-TEMPERATURES THRU 2200-EXIT
010090     MOVE averageTemp  TO CT-AVERAGE-TEMP (CITY-IDX)
010100     MOVE WS-MONTH-HIGH TO CT-MONTH-HIGH (CITY-IDX)
010110     MOVE WS-MONTH-LOW  TO CT-MONTH-LOW (CITY-IDX)
010120     PERFORM 2300-WRITE-REPORT-RECORD THRU 2300-EXIT
010130     PERFORM 2400-WRITE-HISTORY-RECORD THRU 2400-EXIT
010140     PERFORM 2450-CHECK-ALL-RECORDS THRU 2450-EXIT
010150     PERFORM 2500-WRITE-CHECKPOINT-RECORD THRU 2500-EXIT.
010160 2100-EXIT.
010170     EXIT.
010180*
010190 2150-SKIP-CHECKPOINTED-CITY.
010200*    A CHECKPOINTED CITY'S RESULT IS NOT RECOMPUTED OR
010210*    REWRITTEN, BUT ITS READINGS ENTRY IS STILL MARKED USED SO
010220*    THE END-OF-RUN ORPHAN SCAN DOES NOT REPORT IT AS HAVING
010230*    NO MASTER ENTRY.
010240     PERFORM 2160-FIND-READINGS-ENTRY THRU 2160-EXIT
010250     IF WS-FOUND-READING
010260         MOVE 'Y' TO RD-USED-SWITCH (WS-READING-SUB)
010270     END-IF.
010280 2150-EXIT.
010290     EXIT.
010300*
010310 2160-FIND-READINGS-ENTRY.
010320*    LOOKS THE CURRENT CITY-TABLE ENTRY'S READINGS UP IN THE
010330*    READINGS TABLE BY CITY CODE.  THE FIRST MATCHING ENTRY
010340*    WINS; WS-FOUND-READING SAYS WHETHER ONE WAS FOUND AND
010350*    WS-READING-SUB POINTS AT IT.
010360     MOVE 'N' TO WS-FOUND-READING-SWITCH
010370     PERFORM 2165-TEST-ONE-READINGS-ENTRY THRU 2165-EXIT
010380         VARYING WS-SCAN-SUB FROM 1 BY 1
010390         UNTIL WS-SCAN-SUB > WS-READINGS-COUNT
010400             OR WS-FOUND-READING.
010410 2160-EXIT.
010420     EXIT.
010430*
010440 2165-TEST-ONE-READINGS-ENTRY.
010450*    TESTS ONE READINGS TABLE ENTRY AGAINST THE CURRENT CITY.
010460     IF RD-CITY-CODE (WS-SCAN-SUB) = CT-CITY-CODE (CITY-IDX)
010470         SET WS-FOUND-READING TO TRUE
010480         MOVE WS-SCAN-SUB TO WS-READING-SUB
010490     END-IF.
010500 2165-EXIT.
010510     EXIT.
010520*
010530 2170-SET-SERVICE-PERIODS.
010540*    TURNS THE CURRENT CITY'S SERVICE DATES INTO CCYYMM
010550*    PERIODS FOR THE MONTH-AT-A-TIME TESTS.
010560     COMPUTE WS-IN-PERIOD = CT-IN-SERVICE-DATE (CITY-IDX) / 100
010570     IF CT-OUT-SERVICE-DATE (CITY-IDX) = ZERO
010580         MOVE 999999 TO WS-OUT-PERIOD
010590     ELSE
010600         COMPUTE WS-OUT-PERIOD =
010610             CT-OUT-SERVICE-DATE (CITY-IDX) / 100
010620     END-IF
010630     COMPUTE WS-MOVED-PERIOD =
010640         CT-RELOCATED-DATE (CITY-IDX) / 100.
010650 2170-EXIT.
010660     EXIT.
010670*
010680 2200-ADDING-TEMPERATURES.
010690*    VALIDATES AND AVERAGES THE MONTH OF DAILY READINGS THE
010700*    READINGS TABLE HOLDS FOR THE CURRENT CITY, PRODUCING THE
010710*    MONTHLY AVERAGE, HIGH AND LOW TEMPERATURE.  THE RECORD'S
010720*    DAY COUNT MUST MATCH THE CALENDAR MONTH IT CLAIMS TO
010730*    COVER, AND EACH DAY IS RANGE AND NUMERIC CHECKED BY
010740*    ACCUMULATE-ONE-DAY BEFORE IT IS ALLOWED INTO THE SUM, SO
010750*    A BAD RECORD OR READING CANNOT SKEW THE AVERAGE.
010760*    A MONTH WHOLLY OUTSIDE THE CITY'S SERVICE PERIOD IS
010770*    REJECTED THE SAME WAY.
010780     MOVE 'Y' TO RD-USED-SWITCH (WS-READING-SUB)
010790     IF RD-UNIT-FLAG (WS-READING-SUB) NOT = 'C'
010800             AND RD-UNIT-FLAG (WS-READING-SUB) NOT = 'F'
010810         MOVE 'F' TO RD-UNIT-FLAG (WS-READING-SUB)
010820     END-IF
010830     MOVE RD-UNIT-FLAG (WS-READING-SUB)
010840         TO CT-UNIT-FLAG (CITY-IDX)
010850     IF RD-DAY-COUNT (WS-READING-SUB) < 1
010860             OR RD-DAY-COUNT (WS-READING-SUB) > WS-MAX-DAYS
010870         MOVE RD-DAY-COUNT (WS-READING-SUB) TO ERR-RAW-VALUE
010880         MOVE 'DAY COUNT OUT OF RANGE' TO ERR-REASON
010890         PERFORM 2240-REJECT-READINGS-RECORD THRU 2240-EXIT
010900         GO TO 2200-EXIT
010910     END-IF
010920     IF RD-READING-YEAR (WS-READING-SUB) NOT NUMERIC
010930         MOVE RD-READING-YEAR (WS-READING-SUB)
010940             TO ERR-RAW-VALUE
010950         MOVE 'READING YEAR INVALID' TO ERR-REASON
010960         PERFORM 2240-REJECT-READINGS-RECORD THRU 2240-EXIT
010970         GO TO 2200-EXIT
010980     END-IF
010990     IF RD-READING-MONTH (WS-READING-SUB) NOT NUMERIC
011000             OR RD-READING-MONTH (WS-READING-SUB) < 1
011010             OR RD-READING-MONTH (WS-READING-SUB) > 12
011020         MOVE RD-READING-MONTH (WS-READING-SUB)
011030             TO ERR-RAW-VALUE
011040         MOVE 'READING MONTH INVALID' TO ERR-REASON
011050         PERFORM 2240-REJECT-READINGS-RECORD THRU 2240-EXIT
011060         GO TO 2200-EXIT
011070     END-IF
011080     PERFORM 2230-SET-DAYS-IN-MONTH THRU 2230-EXIT
011090     IF RD-DAY-COUNT (WS-READING-SUB) NOT = WS-DAYS-IN-MONTH
011100         MOVE RD-DAY-COUNT (WS-READING-SUB) TO ERR-RAW-VALUE
011110         MOVE 'WRONG DAYS FOR MONTH' TO ERR-REASON
011120         PERFORM 2240-REJECT-READINGS-RECORD THRU 2240-EXIT
011130         GO TO 2200-EXIT
011140     END-IF
011150*    A MONTH WHOLLY OUTSIDE THE SERVICE PERIOD IS REJECTED
011160*    OUTRIGHT.  IN A MONTH WHERE SERVICE STARTS OR ENDS PART
011170*    WAY THROUGH, ACCUMULATE-ONE-DAY TESTS EACH DAY ON ITS
011180*    OWN DATE.
011190     COMPUTE WS-READING-PERIOD =
011200         RD-READING-YEAR (WS-READING-SUB) * 100
011210         + RD-READING-MONTH (WS-READING-SUB)
011220     IF WS-READING-PERIOD < WS-IN-PERIOD
011230             OR WS-READING-PERIOD > WS-OUT-PERIOD
011240         MOVE RD-READING-YEAR (WS-READING-SUB) TO ERR-RAW-VALUE
011250         MOVE 'OUTSIDE SERVICE PERIOD' TO ERR-REASON
011260         PERFORM 2240-REJECT-READINGS-RECORD THRU 2240-EXIT
011270         GO TO 2200-EXIT
011280     END-IF
011290     PERFORM 2245-READ-CITY-NORMALS THRU 2245-EXIT
011300     MOVE RD-DAY-COUNT (WS-READING-SUB) TO WS-DAY-COUNT
011310     PERFORM 2205-COPY-READING-DAYS THRU 2205-EXIT
011320         VARYING WS-COPY-SUB FROM 1 BY 1
011330         UNTIL WS-COPY-SUB > WS-DAY-COUNT
011340     MOVE ZERO TO sumOfAll
011350     MOVE ZERO TO WS-FROST-DAYS
011360     MOVE ZERO TO WS-HEATING-DD
011370     MOVE ZERO TO WS-COOLING-DD
011380     MOVE ZERO TO WS-PRECIP-TOTAL
011390     MOVE ZERO TO WS-SNOW-TOTAL
011400     MOVE ZERO TO WS-PRECIP-DAYS
011410     MOVE ZERO TO WS-VALID-DAY-COUNT
011420     PERFORM 2210-ACCUMULATE-ONE-DAY THRU 2210-EXIT
011430         VARYING DAY-IDX FROM 1 BY 1
011440         UNTIL DAY-IDX > WS-DAY-COUNT
011450     MOVE ZERO TO WS-ESTIMATED-DAYS
011460     PERFORM 2260-ESTIMATE-MISSING-DAYS THRU 2260-EXIT
011470     COMPUTE WS-TOTAL-DAY-COUNT =
011480         WS-VALID-DAY-COUNT + WS-ESTIMATED-DAYS
011490     IF WS-VALID-DAY-COUNT = ZERO
011500         MOVE ZERO TO WS-MONTH-HIGH
011510         MOVE ZERO TO WS-MONTH-LOW
011520     END-IF
011530     IF WS-TOTAL-DAY-COUNT = ZERO
011540         DISPLAY 'NO USABLE READINGS FOR '
011550             RD-CITY-CODE (WS-READING-SUB)
011560         DISPLAY '- AVERAGE, HIGH AND LOW SET TO ZERO'
011570         MOVE ZERO TO averageTemp
011580     ELSE
011590         COMPUTE averageTemp ROUNDED =
011600             sumOfAll / WS-TOTAL-DAY-COUNT
011610     END-IF
011620     IF WS-ESTIMATED-DAYS > ZERO
011630         MOVE 'E' TO WS-QUALITY-FLAG
011640         DISPLAY WS-ESTIMATED-DAYS ' DAYS ESTIMATED FOR '
011650             RD-CITY-CODE (WS-READING-SUB)
011660     ELSE
011670         MOVE SPACE TO WS-QUALITY-FLAG
011680     END-IF
011690     PERFORM 2270-WRITE-DAILY-DETAIL THRU 2270-EXIT
011700     PERFORM 2250-CHECK-COVERAGE THRU 2250-EXIT.
011710 2200-EXIT.
011720     EXIT.
011730*
011740 2205-COPY-READING-DAYS.
011750*    COPIES ONE DAY'S LOW/HIGH PAIR FROM THE CITY'S READINGS
011760*    TABLE ENTRY INTO THE DAILY READING WORK TABLE.
011770     MOVE RD-DAILY-LOW (WS-READING-SUB WS-COPY-SUB)
011780         TO DAILY-LOW (WS-COPY-SUB)
011790     MOVE RD-DAILY-HIGH (WS-READING-SUB WS-COPY-SUB)
011800         TO DAILY-HIGH (WS-COPY-SUB)
011810     MOVE RD-DAILY-PRECIP (WS-READING-SUB WS-COPY-SUB)
011820         TO DAILY-PRECIP (WS-COPY-SUB)
011830     MOVE RD-DAILY-SNOW (WS-READING-SUB WS-COPY-SUB)
011840         TO DAILY-SNOW (WS-COPY-SUB).
011850 2205-EXIT.
011860     EXIT.
011870*
011880 2210-ACCUMULATE-ONE-DAY.
011890*    VALIDATES ONE DAY'S LOW/HIGH PAIR AND, IF IT IS USABLE,
011900*    FOLDS ITS DAILY MEAN INTO THE MONTHLY SUM, ITS HIGH INTO
011910*    THE MONTHLY HIGH, ITS LOW INTO THE ABSOLUTE MONTHLY
011920*    MINIMUM, AND COUNTS IT AS A FROST DAY WHEN THE LOW IS AT
011930*    OR BELOW FREEZING.  A PAIR WHERE EITHER SIDE IS NOT
011940*    NUMERIC, EITHER SIDE IS OUTSIDE THE PLAUSIBLE RANGE, OR
011950*    THE LOW EXCEEDS THE HIGH IS LOGGED TO CITY-ERROR-FILE,
011960*    MARKED UNUSABLE, AND LEFT FOR THE ESTIMATION PASS.  THE
011970*    DAY'S PRECIPITATION AND SNOWFALL ARE VALIDATED AND
011980*    SUMMED FIRST, ON THEIR OWN - A BAD TEMPERATURE PAIR
011990*    DOES NOT COST THE DAY'S RAIN GAUGE.  A DAY DATED OUTSIDE
012000*    THE CITY'S SERVICE DATES IS REJECTED WHOLE BEFORE ANY OF
012010*    THAT - TEMPERATURE, RAIN AND SNOW - AND IS NEVER
012020*    ESTIMATED: THE STATION WAS NOT THERE TO READ IT.
012030     MOVE RD-READING-YEAR (WS-READING-SUB)  TO WS-DD-YEAR
012040     MOVE RD-READING-MONTH (WS-READING-SUB) TO WS-DD-MONTH
012050     SET WS-DD-DAY TO DAY-IDX
012060     IF WS-DAY-DATE-N < CT-IN-SERVICE-DATE (CITY-IDX)
012070             OR (CT-OUT-SERVICE-DATE (CITY-IDX) NOT = ZERO
012080             AND WS-DAY-DATE-N > CT-OUT-SERVICE-DATE (CITY-IDX))
012090         MOVE 'O' TO DAILY-USABLE-SWITCH (DAY-IDX)
012100         MOVE RD-READING-YEAR (WS-READING-SUB) TO ERR-RAW-VALUE
012110         MOVE 'OUTSIDE SERVICE DATES' TO ERR-REASON
012120         PERFORM 2220-LOG-BAD-READING THRU 2220-EXIT
012130         GO TO 2210-EXIT
012140     END-IF
012150     PERFORM 2215-ACCUMULATE-PRECIP THRU 2215-EXIT
012160     PERFORM 2217-ACCUMULATE-SNOW THRU 2217-EXIT
012170     MOVE 'N' TO DAILY-USABLE-SWITCH (DAY-IDX)
012180     IF DAILY-LOW (DAY-IDX) NOT NUMERIC
012190         MOVE DAILY-LOW (DAY-IDX) (1:4) TO ERR-RAW-VALUE
012200         MOVE 'NON-NUMERIC LOW' TO ERR-REASON
012210         PERFORM 2220-LOG-BAD-READING THRU 2220-EXIT
012220         GO TO 2210-EXIT
012230     END-IF
012240     IF DAILY-HIGH (DAY-IDX) NOT NUMERIC
012250         MOVE DAILY-HIGH (DAY-IDX) (1:4) TO ERR-RAW-VALUE
012260         MOVE 'NON-NUMERIC HIGH' TO ERR-REASON
012270         PERFORM 2220-LOG-BAD-READING THRU 2220-EXIT
012280         GO TO 2210-EXIT
012290     END-IF
012300*    WHEN A CITYNORM RECORD EXISTS FOR THIS CITY AND MONTH,
012310*    ITS EXPECTED EXTREME BOUNDS REPLACE THE GLOBAL
012320*    PLAUSIBILITY PAIR, SO A READING IMPOSSIBLE FOR THIS
012330*    CITY IN THIS MONTH IS CAUGHT EVEN WHEN IT WOULD BE
012340*    PLAUSIBLE SOMEWHERE ON EARTH.
012350     IF RD-UNIT-FLAG (WS-READING-SUB) = 'C'
012360         MOVE WS-FREEZING-C      TO WS-FREEZING
012370         IF WS-NORM-FOUND
012380             MOVE NORM-MIN-C TO WS-MIN-PLAUSIBLE
012390             MOVE NORM-MAX-C TO WS-MAX-PLAUSIBLE
012400         ELSE
012410             MOVE WS-MIN-PLAUSIBLE-C TO WS-MIN-PLAUSIBLE
012420             MOVE WS-MAX-PLAUSIBLE-C TO WS-MAX-PLAUSIBLE
012430         END-IF
012440     ELSE
012450         MOVE WS-FREEZING-F      TO WS-FREEZING
012460         IF WS-NORM-FOUND
012470             MOVE NORM-MIN-F TO WS-MIN-PLAUSIBLE
012480             MOVE NORM-MAX-F TO WS-MAX-PLAUSIBLE
012490         ELSE
012500             MOVE WS-MIN-PLAUSIBLE-F TO WS-MIN-PLAUSIBLE
012510             MOVE WS-MAX-PLAUSIBLE-F TO WS-MAX-PLAUSIBLE
012520         END-IF
012530     END-IF
012540     IF DAILY-LOW (DAY-IDX) < WS-MIN-PLAUSIBLE
012550             OR DAILY-LOW (DAY-IDX) > WS-MAX-PLAUSIBLE
012560         MOVE DAILY-LOW (DAY-IDX) (1:4) TO ERR-RAW-VALUE
012570         IF WS-NORM-FOUND
012580             MOVE 'LOW OFF NORMAL BAND' TO ERR-REASON
012590         ELSE
012600             MOVE 'LOW OUT OF RANGE' TO ERR-REASON
012610         END-IF
012620         PERFORM 2220-LOG-BAD-READING THRU 2220-EXIT
012630         GO TO 2210-EXIT
012640     END-IF
012650     IF DAILY-HIGH (DAY-IDX) < WS-MIN-PLAUSIBLE
012660             OR DAILY-HIGH (DAY-IDX) > WS-MAX-PLAUSIBLE
012670         MOVE DAILY-HIGH (DAY-IDX) (1:4) TO ERR-RAW-VALUE
012680         IF WS-NORM-FOUND
012690             MOVE 'HIGH OFF NORMAL BAND' TO ERR-REASON
012700         ELSE
012710             MOVE 'HIGH OUT OF RANGE' TO ERR-REASON
012720         END-IF
012730         PERFORM 2220-LOG-BAD-READING THRU 2220-EXIT
012740         GO TO 2210-EXIT
012750     END-IF
012760     IF DAILY-LOW (DAY-IDX) > DAILY-HIGH (DAY-IDX)
012770         MOVE DAILY-LOW (DAY-IDX) (1:4) TO ERR-RAW-VALUE
012780         MOVE 'LOW ABOVE HIGH' TO ERR-REASON
012790         PERFORM 2220-LOG-BAD-READING THRU 2220-EXIT
012800         GO TO 2210-EXIT
012810     END-IF
012820     MOVE 'Y' TO DAILY-USABLE-SWITCH (DAY-IDX)
012830     ADD 1 TO WS-VALID-DAY-COUNT
012840     COMPUTE WS-DAY-MEAN ROUNDED =
012850         (DAILY-LOW (DAY-IDX) + DAILY-HIGH (DAY-IDX)) / 2
012860     ADD WS-DAY-MEAN TO sumOfAll
012870     MOVE RD-UNIT-FLAG (WS-READING-SUB) TO WS-CONV-UNIT-IN
012880     MOVE WS-DAY-MEAN TO WS-CONV-TEMP-IN
012890     PERFORM 2600-CONVERT-TO-BOTH-UNITS THRU 2600-EXIT
012900     IF WS-CONV-TEMP-F < WS-HDD-BASE-F
012910         COMPUTE WS-HEATING-DD = WS-HEATING-DD
012920             + WS-HDD-BASE-F - WS-CONV-TEMP-F
012930     END-IF
012940     IF WS-CONV-TEMP-F > WS-HDD-BASE-F
012950         COMPUTE WS-COOLING-DD = WS-COOLING-DD
012960             + WS-CONV-TEMP-F - WS-HDD-BASE-F
012970     END-IF
012980     IF DAILY-LOW (DAY-IDX) <= WS-FREEZING
012990         ADD 1 TO WS-FROST-DAYS
013000     END-IF
013010     IF WS-VALID-DAY-COUNT = 1
013020         MOVE DAILY-HIGH (DAY-IDX) TO WS-MONTH-HIGH
013030         MOVE DAILY-LOW (DAY-IDX)  TO WS-MONTH-LOW
013040     ELSE
013050         IF DAILY-HIGH (DAY-IDX) > WS-MONTH-HIGH
013060             MOVE DAILY-HIGH (DAY-IDX) TO WS-MONTH-HIGH
013070         END-IF
013080         IF DAILY-LOW (DAY-IDX) < WS-MONTH-LOW
013090             MOVE DAILY-LOW (DAY-IDX) TO WS-MONTH-LOW
013100         END-IF
013110     END-IF.
013120 2210-EXIT.
013130     EXIT.
013140*
013150 2215-ACCUMULATE-PRECIP.
013160*    VALIDATES AND SUMS ONE DAY'S PRECIPITATION AMOUNT.  A
013170*    NON-NUMERIC OR IMPLAUSIBLE AMOUNT IS LOGGED AND LEFT
013180*    OUT OF THE TOTALS - NEVER ESTIMATED.  AT OR ABOVE THE
013190*    MEASURABLE THRESHOLD THE DAY COUNTS AS A PRECIPITATION
013200*    DAY.
013210     IF DAILY-PRECIP (DAY-IDX) NOT NUMERIC
013220         MOVE DAILY-PRECIP (DAY-IDX) (1:3) TO ERR-RAW-VALUE
013230         MOVE 'NON-NUMERIC PRECIP' TO ERR-REASON
013240         PERFORM 2220-LOG-BAD-READING THRU 2220-EXIT
013250         GO TO 2215-EXIT
013260     END-IF
013270     IF DAILY-PRECIP (DAY-IDX) > WS-MAX-PLAUSIBLE-PRECIP
013280         MOVE DAILY-PRECIP (DAY-IDX) (1:3) TO ERR-RAW-VALUE
013290         MOVE 'PRECIP OUT OF RANGE' TO ERR-REASON
013300         PERFORM 2220-LOG-BAD-READING THRU 2220-EXIT
013310         GO TO 2215-EXIT
013320     END-IF
013330     ADD DAILY-PRECIP (DAY-IDX) TO WS-PRECIP-TOTAL
013340     IF DAILY-PRECIP (DAY-IDX) >= WS-MEASURABLE-PRECIP
013350         ADD 1 TO WS-PRECIP-DAYS
013360     END-IF.
013370 2215-EXIT.
013380     EXIT.
013390*
013400 2217-ACCUMULATE-SNOW.
013410*    VALIDATES AND SUMS ONE DAY'S SNOWFALL AMOUNT, THE SAME
013420*    WAY THE PRECIPITATION SIDE IS HANDLED.
013430     IF DAILY-SNOW (DAY-IDX) NOT NUMERIC
013440         MOVE DAILY-SNOW (DAY-IDX) (1:3) TO ERR-RAW-VALUE
013450         MOVE 'NON-NUMERIC SNOW' TO ERR-REASON
013460         PERFORM 2220-LOG-BAD-READING THRU 2220-EXIT
013470         GO TO 2217-EXIT
013480     END-IF
013490     IF DAILY-SNOW (DAY-IDX) > WS-MAX-PLAUSIBLE-SNOW
013500         MOVE DAILY-SNOW (DAY-IDX) (1:3) TO ERR-RAW-VALUE
013510         MOVE 'SNOW OUT OF RANGE' TO ERR-REASON
013520         PERFORM 2220-LOG-BAD-READING THRU 2220-EXIT
013530         GO TO 2217-EXIT
013540     END-IF
013550     ADD DAILY-SNOW (DAY-IDX) TO WS-SNOW-TOTAL.
013560 2217-EXIT.
013570     EXIT.
013580*
013590 2220-LOG-BAD-READING.
013600*    WRITES ONE REJECTED READING TO CITY-ERROR-FILE SO THE
013610*    OPERATOR CAN FOLLOW UP ON THE SOURCE DATASET.  THE
013620*    CALLER HAS ALREADY PUT THE RAW BYTES OF WHICHEVER SIDE
013630*    OF THE PAIR OFFENDED, AND THE REASON, ON THE RECORD.
013640     MOVE WS-RUN-DATE   TO ERR-RUN-DATE
013650     MOVE RD-CITY-CODE (WS-READING-SUB) TO ERR-CITY-CODE
013660     MOVE DAY-IDX       TO ERR-DAY-NO
013670     WRITE ERR-RECORD
013680     ADD 1 TO WS-READINGS-REJECTED
013690     DISPLAY 'REJECTED READING FOR '
013700         RD-CITY-CODE (WS-READING-SUB)
013710         ' DAY ' ERR-DAY-NO ': ' ERR-REASON.
013720 2220-EXIT.
013730     EXIT.
013740*
013750 2230-SET-DAYS-IN-MONTH.
013760*    WORKS OUT HOW MANY DAYS THE READING MONTH REALLY HAS.
013770*    FEBRUARY GETS THE FULL CENTURY RULE: A YEAR DIVISIBLE BY
013780*    4 IS LEAP, UNLESS DIVISIBLE BY 100, UNLESS ALSO
013790*    DIVISIBLE BY 400.
013800     EVALUATE RD-READING-MONTH (WS-READING-SUB)
013810         WHEN 4
013820         WHEN 6
013830         WHEN 9
013840         WHEN 11
013850             MOVE 30 TO WS-DAYS-IN-MONTH
013860         WHEN 2
013870             MOVE 28 TO WS-DAYS-IN-MONTH
013880             DIVIDE RD-READING-YEAR (WS-READING-SUB) BY 4
013890                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
013900             DIVIDE RD-READING-YEAR (WS-READING-SUB) BY 100
013910                 GIVING WS-LEAP-QUOT
013920                 REMAINDER WS-LEAP-REM-100
013930             DIVIDE RD-READING-YEAR (WS-READING-SUB) BY 400
013940                 GIVING WS-LEAP-QUOT
013950                 REMAINDER WS-LEAP-REM-400
013960             IF WS-LEAP-REM-400 = ZERO
013970                 MOVE 29 TO WS-DAYS-IN-MONTH
013980             ELSE
013990                 IF WS-LEAP-REM-4 = ZERO
014000                         AND WS-LEAP-REM-100 NOT = ZERO
014010                     MOVE 29 TO WS-DAYS-IN-MONTH
014020                 END-IF
014030             END-IF
014040         WHEN OTHER
014050             MOVE 31 TO WS-DAYS-IN-MONTH
014060     END-EVALUATE.
014070 2230-EXIT.
014080     EXIT.
014090*
014100 2240-REJECT-READINGS-RECORD.
014110*    REJECTS THE WHOLE READINGS RECORD FOR THE CURRENT CITY.
014120*    THE CALLER HAS ALREADY PUT THE RAW VALUE AND THE REASON
014130*    ON THE ERROR RECORD; THIS LOGS IT, COUNTS IT, AND ZEROS
014140*    THE CITY'S FIGURES SO NOTHING HALF-VALIDATED IS
014150*    PUBLISHED.  THE REJECTED MONTH IS BY DEFINITION LOW
014160*    COVERAGE.
014170     MOVE WS-RUN-DATE TO ERR-RUN-DATE
014180     MOVE RD-CITY-CODE (WS-READING-SUB) TO ERR-CITY-CODE
014190     MOVE ZERO        TO ERR-DAY-NO
014200     WRITE ERR-RECORD
014210     ADD 1 TO WS-READINGS-REJECTED
014220     DISPLAY 'REJECTED READINGS RECORD FOR '
014230         RD-CITY-CODE (WS-READING-SUB) ': ' ERR-REASON
014240     MOVE 1    TO WS-DAY-COUNT
014250     MOVE ZERO TO DAILY-LOW (1)
014260     MOVE ZERO TO DAILY-HIGH (1)
014270     MOVE ZERO TO DAILY-PRECIP (1)
014280     MOVE ZERO TO DAILY-SNOW (1)
014290     MOVE ZERO TO WS-FROST-DAYS
014300     MOVE ZERO TO WS-HEATING-DD
014310     MOVE ZERO TO WS-COOLING-DD
014320     MOVE 'N'  TO DAILY-USABLE-SWITCH (1)
014330     MOVE ZERO TO WS-PRECIP-TOTAL
014340     MOVE ZERO TO WS-SNOW-TOTAL
014350     MOVE ZERO TO WS-PRECIP-DAYS
014360     MOVE ZERO TO sumOfAll
014370     MOVE ZERO TO WS-VALID-DAY-COUNT
014380     MOVE ZERO TO WS-ESTIMATED-DAYS
014390     MOVE SPACE TO WS-QUALITY-FLAG
014400     MOVE ZERO TO averageTemp
014410     MOVE ZERO TO WS-MONTH-HIGH
014420     MOVE ZERO TO WS-MONTH-LOW
014430     MOVE 'L'  TO WS-COVERAGE-FLAG
014440     MOVE 'N'  TO WS-NORM-FOUND-SWITCH
014450     SET WS-WARNING-RAISED TO TRUE.
014460 2240-EXIT.
014470     EXIT.
014480*
014490 2245-READ-CITY-NORMALS.
014500*    LOOKS UP THE CITY/MONTH NORMALS RECORD FOR THE READINGS
014510*    RECORD BEING PROCESSED.  NO RECORD (OR NO DATASET) JUST
014520*    MEANS THE GLOBAL PLAUSIBILITY BOUNDS APPLY AND NO
014530*    DEPARTURE FROM NORMAL IS REPORTED.
014540     MOVE 'N' TO WS-NORM-FOUND-SWITCH
014550     IF NOT WS-NORM-OPEN
014560         GO TO 2245-EXIT
014570     END-IF
014580     MOVE RD-CITY-CODE (WS-READING-SUB) TO NORM-CITY-CODE
014590     MOVE RD-READING-MONTH (WS-READING-SUB) TO NORM-MONTH
014600     READ CITY-NORMALS-FILE
014610         INVALID KEY
014620             CONTINUE
014630         NOT INVALID KEY
014640             SET WS-NORM-FOUND TO TRUE
014650     END-READ.
014660 2245-EXIT.
014670     EXIT.
014680*
014690 2250-CHECK-COVERAGE.
014700*    A MONTH BUILT FROM FEWER USABLE DAYS (MEASURED PLUS
014710*    ESTIMATED) THAN THE AGREED MINIMUM IS FLAGGED LOW
014720*    COVERAGE AND LOGGED, SO A 10-DAY 'MONTHLY' AVERAGE
014730*    CANNOT REACH FACILITIES PLANNING LOOKING LIKE A WHOLE
014740*    MONTH.
014750     IF WS-TOTAL-DAY-COUNT < WS-MIN-VALID-DAYS
014760         MOVE 'L' TO WS-COVERAGE-FLAG
014770         MOVE WS-RUN-DATE TO ERR-RUN-DATE
014780         MOVE RD-CITY-CODE (WS-READING-SUB)
014790             TO ERR-CITY-CODE
014800         MOVE ZERO TO ERR-DAY-NO
014810         MOVE WS-TOTAL-DAY-COUNT TO ERR-RAW-VALUE
014820         MOVE 'INSUFFICIENT COVERAGE' TO ERR-REASON
014830         WRITE ERR-RECORD
014840         DISPLAY 'LOW COVERAGE FOR '
014850             RD-CITY-CODE (WS-READING-SUB) ' - ONLY '
014860             WS-TOTAL-DAY-COUNT ' USABLE DAYS'
014870         SET WS-WARNING-RAISED TO TRUE
014880     ELSE
014890         MOVE SPACE TO WS-COVERAGE-FLAG
014900     END-IF.
014910 2250-EXIT.
014920     EXIT.
014930*
014940 2260-ESTIMATE-MISSING-DAYS.
014950*    FILLS EVERY DAY THE VALIDATION PASS THREW OUT WITH AN
014960*    ESTIMATE, SO A REJECTED DAY COSTS ITS MEASUREMENT BUT
014970*    NOT ITS PLACE IN THE MONTH.  FACILITIES WOULD FAR RATHER
014980*    HAVE 'AVERAGE 41.2F, 3 DAYS ESTIMATED' THAN A MONTH-
014990*    SIZED HOLE IN THE TREND LINE.  A MONTH WITH NOTHING TO
015000*    ANCHOR AN ESTIMATE - NO MEASURED DAYS AND NO NORMALS
015010*    RECORD - IS LEFT ALONE.
015020     IF WS-VALID-DAY-COUNT = ZERO
015030             AND NOT WS-NORM-FOUND
015040         GO TO 2260-EXIT
015050     END-IF
015060     PERFORM 2261-ESTIMATE-ONE-DAY THRU 2261-EXIT
015070         VARYING WS-DAY-SUB FROM 1 BY 1
015080         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
015090 2260-EXIT.
015100     EXIT.
015110*
015120 2261-ESTIMATE-ONE-DAY.
015130*    FILLS ONE UNUSABLE DAY.  THE NEAREST MEASURED DAY EACH
015140*    SIDE WITHIN THE SEARCH SPAN SUPPLIES THE FILL - BOTH
015150*    SIDES AVERAGED WHEN BOTH EXIST, ONE SIDE ALONE WHEN THE
015160*    GAP IS ON AN EDGE.  A GAP TOO LONG FOR THE SPAN FALLS
015170*    BACK TO THE CITYNORM EXPECTED AVERAGE, IN THE RECORD'S
015180*    OWN UNIT.  THE FILL FEEDS THE AVERAGE, DEGREE-DAYS AND
015190*    FROST COUNT BUT NEVER THE MONTHLY EXTREMES - AN
015200*    INTERPOLATED VALUE HAS NO BUSINESS SETTING A RECORD.
015210*    A DAY OUTSIDE THE SERVICE DATES IS NOT FILLED AT ALL.
015220     IF DAILY-USABLE (WS-DAY-SUB)
015230             OR DAILY-ESTIMATED (WS-DAY-SUB)
015240             OR DAILY-OUT-OF-SERVICE (WS-DAY-SUB)
015250         GO TO 2261-EXIT
015260     END-IF
015270     PERFORM 2262-FIND-NEAREST-NEIGHBOURS THRU 2262-EXIT
015280     EVALUATE TRUE
015290         WHEN WS-BEFORE-SUB > ZERO AND WS-AFTER-SUB > ZERO
015300             COMPUTE WS-EST-LOW ROUNDED =
015310                 (DAILY-LOW (WS-BEFORE-SUB)
015320                 + DAILY-LOW (WS-AFTER-SUB)) / 2
015330             COMPUTE WS-EST-HIGH ROUNDED =
015340                 (DAILY-HIGH (WS-BEFORE-SUB)
015350                 + DAILY-HIGH (WS-AFTER-SUB)) / 2
015360         WHEN WS-BEFORE-SUB > ZERO
015370             MOVE DAILY-LOW (WS-BEFORE-SUB)  TO WS-EST-LOW
015380             MOVE DAILY-HIGH (WS-BEFORE-SUB) TO WS-EST-HIGH
015390         WHEN WS-AFTER-SUB > ZERO
015400             MOVE DAILY-LOW (WS-AFTER-SUB)   TO WS-EST-LOW
015410             MOVE DAILY-HIGH (WS-AFTER-SUB)  TO WS-EST-HIGH
015420         WHEN WS-NORM-FOUND
015430             IF RD-UNIT-FLAG (WS-READING-SUB) = 'C'
015440                 MOVE NORM-AVERAGE-C TO WS-EST-LOW
015450                 MOVE NORM-AVERAGE-C TO WS-EST-HIGH
015460             ELSE
015470                 MOVE NORM-AVERAGE-F TO WS-EST-LOW
015480                 MOVE NORM-AVERAGE-F TO WS-EST-HIGH
015490             END-IF
015500         WHEN OTHER
015510             GO TO 2261-EXIT
015520     END-EVALUATE
015530     MOVE WS-EST-LOW  TO DAILY-LOW (WS-DAY-SUB)
015540     MOVE WS-EST-HIGH TO DAILY-HIGH (WS-DAY-SUB)
015550     MOVE 'E' TO DAILY-USABLE-SWITCH (WS-DAY-SUB)
015560     ADD 1 TO WS-ESTIMATED-DAYS
015570     COMPUTE WS-DAY-MEAN ROUNDED =
015580         (WS-EST-LOW + WS-EST-HIGH) / 2
015590     ADD WS-DAY-MEAN TO sumOfAll
015600     MOVE RD-UNIT-FLAG (WS-READING-SUB) TO WS-CONV-UNIT-IN
015610     MOVE WS-DAY-MEAN TO WS-CONV-TEMP-IN
015620     PERFORM 2600-CONVERT-TO-BOTH-UNITS THRU 2600-EXIT
015630     IF WS-CONV-TEMP-F < WS-HDD-BASE-F
015640         COMPUTE WS-HEATING-DD = WS-HEATING-DD
015650             + WS-HDD-BASE-F - WS-CONV-TEMP-F
015660     END-IF
015670     IF WS-CONV-TEMP-F > WS-HDD-BASE-F
015680         COMPUTE WS-COOLING-DD = WS-COOLING-DD
015690             + WS-CONV-TEMP-F - WS-HDD-BASE-F
015700     END-IF
015710     IF RD-UNIT-FLAG (WS-READING-SUB) = 'C'
015720         MOVE WS-FREEZING-C TO WS-FREEZING
015730     ELSE
015740         MOVE WS-FREEZING-F TO WS-FREEZING
015750     END-IF
015760     IF WS-EST-LOW <= WS-FREEZING
015770         ADD 1 TO WS-FROST-DAYS
015780     END-IF.
015790 2261-EXIT.
015800     EXIT.
015810*
015820 2262-FIND-NEAREST-NEIGHBOURS.
015830*    LOOKS UP TO WS-GAP-SPAN DAYS EACH SIDE OF THE DAY BEING
015840*    FILLED FOR THE NEAREST MEASURED (NOT ESTIMATED) DAY.  A
015850*    ZERO SUBSCRIPT MEANS NO NEIGHBOUR ON THAT SIDE.
015860     MOVE ZERO TO WS-BEFORE-SUB
015870     MOVE ZERO TO WS-AFTER-SUB
015880     PERFORM 2263-TEST-ONE-OFFSET THRU 2263-EXIT
015890         VARYING WS-OFFSET-SUB FROM 1 BY 1
015900         UNTIL WS-OFFSET-SUB > WS-GAP-SPAN.
015910 2262-EXIT.
015920     EXIT.
015930*
015940 2263-TEST-ONE-OFFSET.
015950*    TESTS THE DAYS WS-OFFSET-SUB BEFORE AND AFTER THE DAY
015960*    BEING FILLED, KEEPING THE FIRST MEASURED DAY FOUND ON
015970*    EACH SIDE.
015980     IF WS-BEFORE-SUB = ZERO
015990             AND WS-DAY-SUB > WS-OFFSET-SUB
016000         COMPUTE WS-NEAR-SUB = WS-DAY-SUB - WS-OFFSET-SUB
016010         IF DAILY-USABLE (WS-NEAR-SUB)
016020             MOVE WS-NEAR-SUB TO WS-BEFORE-SUB
016030         END-IF
016040     END-IF
016050     IF WS-AFTER-SUB = ZERO
016060         COMPUTE WS-NEAR-SUB = WS-DAY-SUB + WS-OFFSET-SUB
016070         IF WS-NEAR-SUB <= WS-DAY-COUNT
016080             IF DAILY-USABLE (WS-NEAR-SUB)
016090                 MOVE WS-NEAR-SUB TO WS-AFTER-SUB
016100             END-IF
016110         END-IF
016120     END-IF.
016130 2263-EXIT.
016140     EXIT.
016150*
016160 2270-WRITE-DAILY-DETAIL.
016170*    WRITES ONE CITYDAYS RECORD PER DAY OF THE MONTH JUST
016180*    VALIDATED, UNDER THE CITY CODE AND THE DAY'S OWN
016190*    CALENDAR DATE, WITH THE VALIDATION DISPOSITION.  THE
016200*    DAILY PAIRS NO LONGER VANISH WITH THE OLD CITYRPT
016210*    GENERATIONS.
016220     IF NOT WS-DAYS-OPEN
016230         GO TO 2270-EXIT
016240     END-IF
016250     MOVE RD-READING-YEAR (WS-READING-SUB)  TO WS-DD-YEAR
016260     MOVE RD-READING-MONTH (WS-READING-SUB) TO WS-DD-MONTH
016270     PERFORM 2271-WRITE-ONE-DAY-DETAIL THRU 2271-EXIT
016280         VARYING WS-DAY-SUB FROM 1 BY 1
016290         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
016300 2270-EXIT.
016310     EXIT.
016320*
016330 2271-WRITE-ONE-DAY-DETAIL.
016340*    WRITES ONE CITY-DAY RECORD.  A KEY ALREADY ON FILE (A
016350*    RERUN OF THE SAME MONTH) IS REWRITTEN SO THE LATEST
016360*    VALIDATION WINS.
016370     MOVE WS-DAY-SUB TO WS-DD-DAY
016380     MOVE RD-CITY-CODE (WS-READING-SUB) TO DAY-CITY-CODE
016390     MOVE WS-DAY-DATE-WORK              TO DAY-DATE
016400     MOVE RD-UNIT-FLAG (WS-READING-SUB) TO DAY-UNIT-FLAG
016410     MOVE DAILY-LOW (WS-DAY-SUB)        TO DAY-LOW
016420     MOVE DAILY-HIGH (WS-DAY-SUB)       TO DAY-HIGH
016430     EVALUATE DAILY-USABLE-SWITCH (WS-DAY-SUB)
016440         WHEN 'Y'
016450             MOVE 'A' TO DAY-DISPOSITION
016460         WHEN 'E'
016470             MOVE 'E' TO DAY-DISPOSITION
016480         WHEN OTHER
016490             MOVE 'R' TO DAY-DISPOSITION
016500     END-EVALUATE
016510     WRITE DAY-RECORD
016520         INVALID KEY
016530             REWRITE DAY-RECORD
016540     END-WRITE
016550     ADD 1 TO WS-DAYS-WRITTEN.
016560 2271-EXIT.
016570     EXIT.
016580*
016590 2300-WRITE-REPORT-RECORD.
016600*    BUILDS AND WRITES ONE DATED REPORT RECORD FOR THE CITY
016610*    JUST PROCESSED BY ADDING-TEMPERATURES.
016620     MOVE WS-RUN-DATE             TO RP-RUN-DATE
016630     MOVE CT-CITY-CODE (CITY-IDX) TO RP-CITY-CODE
016640     MOVE CT-CITY-NAME (CITY-IDX) TO RP-CITY-NAME
016650     MOVE CT-REGION-CODE (CITY-IDX) TO RP-REGION-CODE
016660     MOVE CT-UNIT-FLAG (CITY-IDX) TO RP-UNIT-FLAG
016670     MOVE RD-READING-YEAR (WS-READING-SUB)
016680         TO RP-READING-YEAR
016690     MOVE RD-READING-MONTH (WS-READING-SUB)
016700         TO RP-READING-MONTH
016710     MOVE WS-DAY-COUNT            TO RP-DAY-COUNT
016720     PERFORM 2310-COPY-ONE-DAY THRU 2310-EXIT
016730         VARYING DAY-IDX FROM 1 BY 1
016740         UNTIL DAY-IDX > WS-DAY-COUNT
016750     MOVE sumOfAll                TO RP-SUM-OF-ALL
016760     MOVE RP-UNIT-FLAG            TO WS-CONV-UNIT-IN
016770     MOVE averageTemp             TO WS-CONV-TEMP-IN
016780     PERFORM 2600-CONVERT-TO-BOTH-UNITS THRU 2600-EXIT
016790     MOVE WS-CONV-TEMP-F          TO RP-AVERAGE-TEMP-F
016800     MOVE WS-CONV-TEMP-C          TO RP-AVERAGE-TEMP-C
016810     MOVE WS-MONTH-HIGH           TO WS-CONV-TEMP-IN
016820     PERFORM 2600-CONVERT-TO-BOTH-UNITS THRU 2600-EXIT
016830     MOVE WS-CONV-TEMP-F          TO RP-MONTH-HIGH-F
016840     MOVE WS-CONV-TEMP-C          TO RP-MONTH-HIGH-C
016850     MOVE WS-MONTH-LOW            TO WS-CONV-TEMP-IN
016860     PERFORM 2600-CONVERT-TO-BOTH-UNITS THRU 2600-EXIT
016870     MOVE WS-CONV-TEMP-F          TO RP-MONTH-LOW-F
016880     MOVE WS-CONV-TEMP-C          TO RP-MONTH-LOW-C
016890     MOVE WS-VALID-DAY-COUNT      TO RP-VALID-DAY-COUNT
016900     MOVE WS-COVERAGE-FLAG        TO RP-COVERAGE-FLAG
016910     MOVE WS-FROST-DAYS           TO RP-FROST-DAYS
016920     MOVE WS-HEATING-DD           TO RP-HEATING-DD-F
016930     MOVE WS-COOLING-DD           TO RP-COOLING-DD-F
016940     IF WS-NORM-FOUND AND WS-VALID-DAY-COUNT > ZERO
016950         MOVE 'Y' TO RP-NORMAL-FLAG
016960         COMPUTE RP-DEPARTURE-F =
016970             RP-AVERAGE-TEMP-F - NORM-AVERAGE-F
016980     ELSE
016990         MOVE 'N'  TO RP-NORMAL-FLAG
017000         MOVE ZERO TO RP-DEPARTURE-F
017010     END-IF
017020     MOVE WS-ESTIMATED-DAYS       TO RP-ESTIMATED-DAYS
017030     MOVE WS-QUALITY-FLAG         TO RP-QUALITY-FLAG
017040     MOVE WS-PRECIP-TOTAL         TO RP-PRECIP-TOTAL-MM
017050     MOVE WS-SNOW-TOTAL           TO RP-SNOW-TOTAL-CM
017060     MOVE WS-PRECIP-DAYS          TO RP-PRECIP-DAYS
017070     WRITE RP-RECORD
017080     ADD 1 TO WS-REPORTS-WRITTEN.
017090 2300-EXIT.
017100     EXIT.
017110*
017120 2310-COPY-ONE-DAY.
017130*    COPIES ONE DAY'S LOW/HIGH PAIR FROM WORKING STORAGE ONTO
017140*    THE OUTGOING REPORT RECORD.  A DAY STILL UNUSABLE AFTER
017150*    THE ESTIMATION PASS GOES OUT WITH ITS PAIR BLANKED - ITS
017160*    RAW KEYED VALUES WERE CONDEMNED, AND LEAVING THEM ON THE
017170*    RECORD LOOKING NUMERIC WOULD LET A DOWNSTREAM READER
017180*    SCAN THE VERY FIGURES THE VALIDATION THREW OUT.  THE
017190*    RAW BYTES STAY ON CITYDAYS UNDER THEIR 'R' DISPOSITION.
017200     IF DAILY-USABLE (DAY-IDX)
017210             OR DAILY-ESTIMATED (DAY-IDX)
017220         MOVE DAILY-LOW (DAY-IDX)  TO RP-DAILY-LOW (DAY-IDX)
017230         MOVE DAILY-HIGH (DAY-IDX) TO RP-DAILY-HIGH (DAY-IDX)
017240     ELSE
017250         MOVE SPACES TO RP-DAILY-LOW (DAY-IDX) (1:4)
017260         MOVE SPACES TO RP-DAILY-HIGH (DAY-IDX) (1:4)
017270     END-IF
017280     MOVE DAILY-PRECIP (DAY-IDX)
017290         TO RP-DAILY-PRECIP (DAY-IDX)
017300     MOVE DAILY-SNOW (DAY-IDX)
017310         TO RP-DAILY-SNOW (DAY-IDX).
017320 2310-EXIT.
017330     EXIT.
017340*
017350 2400-WRITE-HISTORY-RECORD.
017360*    APPENDS THIS RUN'S AVERAGE/HIGH/LOW FOR THE CURRENT CITY
017370*    TO THE HISTORY FILE, KEYED BY CITY CODE AND RUN DATE, SO
017380*    TRENDS CAN BE PULLED UP ACROSS RUNS.
017390     MOVE CT-CITY-CODE (CITY-IDX) TO HIST-CITY-CODE
017400     MOVE WS-RUN-DATE             TO HIST-RUN-DATE
017410     MOVE CT-CITY-NAME (CITY-IDX) TO HIST-CITY-NAME
017420     MOVE CT-REGION-CODE (CITY-IDX) TO HIST-REGION-CODE
017430     MOVE RP-UNIT-FLAG            TO HIST-UNIT-FLAG
017440     MOVE RP-AVERAGE-TEMP-F       TO HIST-AVERAGE-TEMP-F
017450     MOVE RP-AVERAGE-TEMP-C       TO HIST-AVERAGE-TEMP-C
017460     MOVE RP-MONTH-HIGH-F         TO HIST-MONTH-HIGH-F
017470     MOVE RP-MONTH-HIGH-C         TO HIST-MONTH-HIGH-C
017480     MOVE RP-MONTH-LOW-F          TO HIST-MONTH-LOW-F
017490     MOVE RP-MONTH-LOW-C          TO HIST-MONTH-LOW-C
017500     MOVE RP-VALID-DAY-COUNT      TO HIST-VALID-DAYS
017510     MOVE RP-COVERAGE-FLAG        TO HIST-COVERAGE-FLAG
017520     MOVE RP-FROST-DAYS           TO HIST-FROST-DAYS
017530     MOVE RP-HEATING-DD-F         TO HIST-HEATING-DD-F
017540     MOVE RP-COOLING-DD-F         TO HIST-COOLING-DD-F
017550     MOVE RP-NORMAL-FLAG          TO HIST-NORMAL-FLAG
017560     MOVE RP-DEPARTURE-F          TO HIST-DEPARTURE-F
017570     MOVE RP-ESTIMATED-DAYS       TO HIST-ESTIMATED-DAYS
017580     MOVE RP-QUALITY-FLAG         TO HIST-QUALITY-FLAG
017590     MOVE RP-PRECIP-TOTAL-MM      TO HIST-PRECIP-TOTAL-MM
017600     MOVE RP-SNOW-TOTAL-CM        TO HIST-SNOW-TOTAL-CM
017610     MOVE RP-PRECIP-DAYS          TO HIST-PRECIP-DAYS
017620     WRITE HIST-RECORD
017630         INVALID KEY
017640             DISPLAY 'HISTORY RECORD ALREADY ON FILE FOR '
017650                 HIST-CITY-CODE ' ' HIST-RUN-DATE
017660             ADD 1 TO WS-HIST-DUPLICATES
017670         NOT INVALID KEY
017680             ADD 1 TO WS-HIST-WRITTEN
017690     END-WRITE.
017700 2400-EXIT.
017710     EXIT.
017720*
017730 2450-CHECK-ALL-RECORDS.
017740*    COMPARES THE MONTH JUST PUBLISHED AGAINST THE CITY'S
017750*    STANDING ALL-TIME RECORDS, ONE RECORD TYPE AT A TIME.
017760*    A LOW-COVERAGE MONTH CANNOT SET A RECORD - TWELVE
017770*    USABLE DAYS DO NOT MAKE A HOTTEST MONTH - AND NEITHER
017780*    CAN A MONTH WITH NO MEASURED DAYS AT ALL: ITS EXTREMES
017790*    WERE ZEROED AND ITS AVERAGE IS PURE ESTIMATE, AND AN
017800*    INTERPOLATED VALUE HAS NO BUSINESS SETTING A RECORD.
017810*    NOR CAN A RELOCATED STATION'S MOVE MONTH OR ANY MONTH
017820*    BEFORE IT - THAT IS ANOTHER SITE'S WEATHER.
017830     IF NOT WS-RECS-OPEN
017840         GO TO 2450-EXIT
017850     END-IF
017860     IF WS-COVERAGE-FLAG = 'L'
017870         GO TO 2450-EXIT
017880     END-IF
017890     IF WS-VALID-DAY-COUNT = ZERO
017900         GO TO 2450-EXIT
017910     END-IF
017920     IF WS-MOVED-PERIOD NOT = ZERO
017930             AND WS-READING-PERIOD <= WS-MOVED-PERIOD
017940         GO TO 2450-EXIT
017950     END-IF
017960     MOVE 'HA' TO WS-REC-TYPE
017970     MOVE 'H'  TO WS-REC-DIRECTION
017980     MOVE RP-AVERAGE-TEMP-F TO WS-REC-CANDIDATE
017990     PERFORM 2460-CHECK-ONE-RECORD THRU 2460-EXIT
018000     MOVE 'CA' TO WS-REC-TYPE
018010     MOVE 'L'  TO WS-REC-DIRECTION
018020     MOVE RP-AVERAGE-TEMP-F TO WS-REC-CANDIDATE
018030     PERFORM 2460-CHECK-ONE-RECORD THRU 2460-EXIT
018040     MOVE 'HD' TO WS-REC-TYPE
018050     MOVE 'H'  TO WS-REC-DIRECTION
018060     MOVE RP-MONTH-HIGH-F TO WS-REC-CANDIDATE
018070     PERFORM 2460-CHECK-ONE-RECORD THRU 2460-EXIT
018080     MOVE 'LO' TO WS-REC-TYPE
018090     MOVE 'L'  TO WS-REC-DIRECTION
018100     MOVE RP-MONTH-LOW-F TO WS-REC-CANDIDATE
018110     PERFORM 2460-CHECK-ONE-RECORD THRU 2460-EXIT
018120     MOVE 'FD' TO WS-REC-TYPE
018130     MOVE 'H'  TO WS-REC-DIRECTION
018140     MOVE RP-FROST-DAYS TO WS-REC-CANDIDATE
018150     PERFORM 2460-CHECK-ONE-RECORD THRU 2460-EXIT
018160     MOVE 'HH' TO WS-REC-TYPE
018170     MOVE 'H'  TO WS-REC-DIRECTION
018180     MOVE RP-HEATING-DD-F TO WS-REC-CANDIDATE
018190     PERFORM 2460-CHECK-ONE-RECORD THRU 2460-EXIT
018200     MOVE 'HC' TO WS-REC-TYPE
018210     MOVE 'H'  TO WS-REC-DIRECTION
018220     MOVE RP-COOLING-DD-F TO WS-REC-CANDIDATE
018230     PERFORM 2460-CHECK-ONE-RECORD THRU 2460-EXIT.
018240 2450-EXIT.
018250     EXIT.
018260*
018270 2460-CHECK-ONE-RECORD.
018280*    TESTS ONE CANDIDATE FIGURE AGAINST THE STANDING RECORD
018290*    FOR ITS CITY AND TYPE.  NO STANDING RECORD (OR A BRAND
018300*    NEW CLUSTER IN SEED MODE) MAKES THE CANDIDATE THE FIRST
018310*    RECORD, QUIETLY; A BEATEN RECORD GOES OUT ON THE
018320*    BULLETIN BEFORE IT IS OVERWRITTEN.
018330*    A STANDING RECORD SET BEFORE THE STATION MOVED BELONGS
018340*    TO THE OLD SITE AND IS QUIETLY REPLACED, NOT BEATEN.
018350*    ITS SET DATE IS THE DATE OF THE RUN THAT SET IT, SO IT
018360*    IS STEPPED BACK TO THE READING MONTH, THE MONTH BEFORE,
018370*    BEFORE IT IS TESTED AGAINST THE MOVE MONTH.
018380     MOVE CT-CITY-CODE (CITY-IDX) TO REC-CITY-CODE
018390     MOVE WS-REC-TYPE             TO REC-TYPE
018400     IF WS-RECS-SEED-MODE
018410         PERFORM 2465-SEED-ONE-RECORD THRU 2465-EXIT
018420         GO TO 2460-EXIT
018430     END-IF
018440     READ CITY-RECORDS-FILE
018450         INVALID KEY
018460             PERFORM 2465-SEED-ONE-RECORD THRU 2465-EXIT
018470             GO TO 2460-EXIT
018480     END-READ
018490     IF WS-MOVED-PERIOD NOT = ZERO
018500         MOVE REC-DATE-SET (1:6) TO WS-REC-SET-PERIOD
018510         IF WS-REC-SET-MONTH = 1
018520             MOVE 12 TO WS-REC-SET-MONTH
018530             SUBTRACT 1 FROM WS-REC-SET-YEAR
018540         ELSE
018550             SUBTRACT 1 FROM WS-REC-SET-MONTH
018560         END-IF
018570         IF WS-REC-SET-PERIOD <= WS-MOVED-PERIOD
018580             PERFORM 2466-RESEED-ONE-RECORD THRU 2466-EXIT
018590             GO TO 2460-EXIT
018600         END-IF
018610     END-IF
018620     IF (WS-REC-DIRECTION = 'H'
018630             AND WS-REC-CANDIDATE > REC-VALUE)
018640             OR (WS-REC-DIRECTION = 'L'
018650             AND WS-REC-CANDIDATE < REC-VALUE)
018660         PERFORM 2470-PRINT-RECORD-EVENT THRU 2470-EXIT
018670         MOVE CT-CITY-NAME (CITY-IDX) TO REC-CITY-NAME
018680         MOVE WS-REC-CANDIDATE        TO REC-VALUE
018690         MOVE WS-RUN-DATE             TO REC-DATE-SET
018700         REWRITE REC-RECORD
018710         ADD 1 TO WS-RECORDS-BROKEN
018720     END-IF.
018730 2460-EXIT.
018740     EXIT.
018750*
018760 2465-SEED-ONE-RECORD.
018770*    WRITES THE CANDIDATE AS THE FIRST STANDING RECORD FOR
018780*    ITS CITY AND TYPE.  THE KEY IS ALREADY IN PLACE.
018790     MOVE CT-CITY-NAME (CITY-IDX) TO REC-CITY-NAME
018800     MOVE WS-REC-CANDIDATE        TO REC-VALUE
018810     MOVE WS-RUN-DATE             TO REC-DATE-SET
018820     WRITE REC-RECORD
018830     ADD 1 TO WS-RECORDS-SEEDED.
018840 2465-EXIT.
018850     EXIT.
018860*
018870 2466-RESEED-ONE-RECORD.
018880*    REPLACES A STANDING RECORD LEFT OVER FROM BEFORE THE
018890*    STATION MOVED WITH THE CANDIDATE, AS IF IT WERE THE FIRST
018900*    RECORD FOR ITS CITY AND TYPE.  THE RECORD IS ALREADY READ.
018910     MOVE CT-CITY-NAME (CITY-IDX) TO REC-CITY-NAME
018920     MOVE WS-REC-CANDIDATE        TO REC-VALUE
018930     MOVE WS-RUN-DATE             TO REC-DATE-SET
018940     REWRITE REC-RECORD
018950     ADD 1 TO WS-RECORDS-SEEDED.
018960 2466-EXIT.
018970     EXIT.
018980*
018990 2470-PRINT-RECORD-EVENT.
019000*    PRINTS ONE BULLETIN LINE - CITY, RECORD TYPE, THE OLD
019010*    RECORD AND ITS DATE, AND THE NEW FIGURE THAT BEAT IT.
019020*    CALLED BEFORE THE STANDING RECORD IS OVERWRITTEN.
019030     PERFORM 2480-DESCRIBE-RECORD-TYPE THRU 2480-EXIT
019040     MOVE CT-CITY-NAME (CITY-IDX) TO WS-BL-CITY-NAME
019050     MOVE WS-REC-DESC             TO WS-BL-DESC
019060     MOVE REC-VALUE               TO WS-BL-OLD-VALUE
019070     MOVE REC-DATE-SET            TO WS-BL-OLD-DATE
019080     MOVE WS-REC-CANDIDATE        TO WS-BL-NEW-VALUE
019090     WRITE BL-PRINT-LINE FROM WS-BL-EVENT-LINE
019100         AFTER ADVANCING 1 LINE
019110     DISPLAY 'RECORD BROKEN: ' CT-CITY-NAME (CITY-IDX)
019120         ' ' WS-REC-DESC.
019130 2470-EXIT.
019140     EXIT.
019150*
019160 2480-DESCRIBE-RECORD-TYPE.
019170*    SUPPLIES THE BULLETIN WORDING FOR ONE RECORD TYPE.
019180     EVALUATE WS-REC-TYPE
019190         WHEN 'HA'
019200             MOVE 'HOTTEST MONTHLY AVG ' TO WS-REC-DESC
019210         WHEN 'CA'
019220             MOVE 'COLDEST MONTHLY AVG ' TO WS-REC-DESC
019230         WHEN 'HD'
019240             MOVE 'HIGHEST DAILY HIGH  ' TO WS-REC-DESC
019250         WHEN 'LO'
019260             MOVE 'LOWEST OVERNIGHT LOW' TO WS-REC-DESC
019270         WHEN 'FD'
019280             MOVE 'MOST FROST DAYS     ' TO WS-REC-DESC
019290         WHEN 'HH'
019300             MOVE 'HIGHEST MONTHLY HDD ' TO WS-REC-DESC
019310         WHEN 'HC'
019320             MOVE 'HIGHEST MONTHLY CDD ' TO WS-REC-DESC
019330         WHEN OTHER
019340             MOVE WS-REC-TYPE            TO WS-REC-DESC
019350     END-EVALUATE.
019360 2480-EXIT.
019370     EXIT.
019380*
019390 2500-WRITE-CHECKPOINT-RECORD.
019400*    RECORDS THIS CITY AS DONE FOR TODAY'S RUN DATE SO A RESTART
019410*    AFTER AN INTERRUPTION PICKS UP AT THE NEXT CITY.
019420     MOVE WS-RUN-DATE                TO CKPT-RUN-DATE
019430     MOVE CT-CITY-CODE (CITY-IDX)     TO CKPT-CITY-CODE
019440     MOVE CT-CITY-NAME (CITY-IDX)     TO CKPT-CITY-NAME
019450     MOVE CT-UNIT-FLAG (CITY-IDX)     TO CKPT-UNIT-FLAG
019460     MOVE CT-AVERAGE-TEMP (CITY-IDX)  TO CKPT-AVERAGE-TEMP
019470     MOVE CT-MONTH-HIGH (CITY-IDX)    TO CKPT-MONTH-HIGH
019480     MOVE CT-MONTH-LOW (CITY-IDX)     TO CKPT-MONTH-LOW
019490     WRITE CKPT-RECORD
019500     ADD 1 TO WS-CKPTS-WRITTEN
019510     SET CT-DONE (CITY-IDX) TO TRUE.
019520 2500-EXIT.
019530     EXIT.
019540*
019550 2600-CONVERT-TO-BOTH-UNITS.
019560*    CONVERTS WS-CONV-TEMP-IN, GIVEN IN THE UNIT NAMED BY
019570*    WS-CONV-UNIT-IN ('C' OR 'F'), INTO BOTH WS-CONV-TEMP-F AND
019580*    WS-CONV-TEMP-C SO A FIGURE CAN BE REPORTED IN EITHER UNIT
019590*    REGARDLESS OF HOW IT WAS ENTERED.
019600     IF WS-CONV-UNIT-IN = 'C'
019610         MOVE WS-CONV-TEMP-IN TO WS-CONV-TEMP-C
019620         COMPUTE WS-CONV-TEMP-F ROUNDED =
019630             (WS-CONV-TEMP-IN * 9 / 5) + 32
019640     ELSE
019650         MOVE WS-CONV-TEMP-IN TO WS-CONV-TEMP-F
019660         COMPUTE WS-CONV-TEMP-C ROUNDED =
019670             (WS-CONV-TEMP-IN - 32) * 5 / 9
019680     END-IF.
019690 2600-EXIT.
019700     EXIT.
019710*
019720 2700-LOG-ORPHAN-READING.
019730*    AFTER EVERY CITY HAS CLAIMED ITS READINGS, ANY READINGS
019740*    TABLE ENTRY STILL UNUSED EITHER BELONGS TO NO CITY ON THE
019750*    MASTER FILE OR IS A SECOND RECORD FOR A CITY WHOSE FIRST
019760*    RECORD ALREADY WON.  EACH IS LOGGED UNDER ITS OWN REASON
019770*    SO THE FEED CAN BE CHASED, AND THE RUN ENDS WITH A
019780*    WARNING INSTEAD OF DYING OVER IT.
019790     IF RD-USED (WS-SCAN-SUB)
019800         GO TO 2700-EXIT
019810     END-IF
019820     MOVE 'N' TO WS-FOUND-MASTER-SWITCH
019830     PERFORM 2710-TEST-ONE-MASTER-CITY THRU 2710-EXIT
019840         VARYING CITY-IDX FROM 1 BY 1
019850         UNTIL CITY-IDX > WS-CITY-COUNT
019860             OR WS-FOUND-MASTER
019870     MOVE WS-RUN-DATE                   TO ERR-RUN-DATE
019880     MOVE RD-CITY-CODE (WS-SCAN-SUB)    TO ERR-CITY-CODE
019890     MOVE ZERO                          TO ERR-DAY-NO
019900     MOVE RD-CITY-CODE (WS-SCAN-SUB)    TO ERR-RAW-VALUE
019910     IF WS-FOUND-MASTER
019920         MOVE 'DUPLICATE READINGS'      TO ERR-REASON
019930     ELSE
019940         MOVE 'NO MASTER ENTRY'         TO ERR-REASON
019950     END-IF
019960     WRITE ERR-RECORD
019970     DISPLAY 'UNCLAIMED READINGS FOR '
019980         RD-CITY-CODE (WS-SCAN-SUB) ': ' ERR-REASON
019990     SET WS-WARNING-RAISED TO TRUE
020000     ADD 1 TO WS-ORPHAN-READINGS.
020010 2700-EXIT.
020020     EXIT.
020030*
020040 2710-TEST-ONE-MASTER-CITY.
020050*    TESTS ONE CITY-TABLE ENTRY AGAINST THE UNCLAIMED READINGS
020060*    RECORD'S CITY CODE.
020070     IF CT-CITY-CODE (CITY-IDX) = RD-CITY-CODE (WS-SCAN-SUB)
020080         SET WS-FOUND-MASTER TO TRUE
020090     END-IF.
020100 2710-EXIT.
020110     EXIT.
020120*
020130 3000-TERMINATE.
020140*    DISPLAYS THE RUN'S AVERAGES, CLOSES THE REMAINING
020150*    DATASETS, BALANCES THE RUN'S TOTALS AND WRITES THE
020160*    RUN-CONTROL RECORD BEFORE SETTING THE FINAL RETURN CODE.
020170     PERFORM 3100-DISPLAY-ALL-AVERAGES THRU 3100-EXIT
020180     CLOSE CITY-REPORT-FILE
020190     CLOSE CITY-HISTORY-FILE
020200     CLOSE CITY-ERROR-FILE
020210     CLOSE CITY-CHECKPOINT-FILE
020220     IF WS-NORM-OPEN
020230         CLOSE CITY-NORMALS-FILE
020240     END-IF
020250     IF WS-RECORDS-BROKEN = ZERO
020260         WRITE BL-PRINT-LINE FROM WS-BL-NONE-LINE
020270             AFTER ADVANCING 1 LINE
020280     END-IF
020290     IF WS-RECS-OPEN
020300         CLOSE CITY-RECORDS-FILE
020310     END-IF
020320     CLOSE RECORD-BULLETIN-FILE
020330     IF WS-DAYS-OPEN
020340         CLOSE CITY-DAILY-FILE
020350     END-IF
020360     PERFORM 3200-BALANCE-THE-RUN THRU 3200-EXIT
020370     PERFORM 3300-WRITE-RUN-LOG THRU 3300-EXIT
020380     STOP RUN.
020390 3000-EXIT.
020400     EXIT.
020410*
020420 3100-DISPLAY-ALL-AVERAGES.
020430*    DISPLAYS ALL TEMPERATURE AVERAGES FOR ALL CITIES IN
020440*    THE CITY TABLE.
020450     DISPLAY SPACE UPON CRT
020460     DISPLAY
020470     'HERE ARE ALL THE TEMPERATURE AVERAGES FOR ALL CITIES'
020480     PERFORM 3110-DISPLAY-ONE-AVERAGE THRU 3110-EXIT
020490         VARYING CITY-IDX FROM 1 BY 1
020500         UNTIL CITY-IDX > WS-CITY-COUNT.
020510 3100-EXIT.
020520     EXIT.
020530*
020540 3110-DISPLAY-ONE-AVERAGE.
020550*    DISPLAYS THE MONTHLY AVERAGE, HIGH AND LOW FOR A SINGLE
020560*    CITY-TABLE ENTRY IN BOTH FAHRENHEIT AND CELSIUS.
020570     MOVE CT-UNIT-FLAG (CITY-IDX)    TO WS-CONV-UNIT-IN
020580     MOVE CT-AVERAGE-TEMP (CITY-IDX) TO WS-CONV-TEMP-IN
020590     PERFORM 2600-CONVERT-TO-BOTH-UNITS THRU 2600-EXIT
020600     DISPLAY CT-CITY-NAME (CITY-IDX) ' AVG: '
020610         WS-CONV-TEMP-F 'F / ' WS-CONV-TEMP-C 'C'
020620     MOVE CT-MONTH-HIGH (CITY-IDX)   TO WS-CONV-TEMP-IN
020630     PERFORM 2600-CONVERT-TO-BOTH-UNITS THRU 2600-EXIT
020640     DISPLAY CT-CITY-NAME (CITY-IDX) ' HIGH: '
020650         WS-CONV-TEMP-F 'F / ' WS-CONV-TEMP-C 'C'
020660     MOVE CT-MONTH-LOW (CITY-IDX)    TO WS-CONV-TEMP-IN
020670     PERFORM 2600-CONVERT-TO-BOTH-UNITS THRU 2600-EXIT
020680     DISPLAY CT-CITY-NAME (CITY-IDX) ' LOW: '
020690         WS-CONV-TEMP-F 'F / ' WS-CONV-TEMP-C 'C'.
020700 3110-EXIT.
020710     EXIT.
020720*
020730 3200-BALANCE-THE-RUN.
020740*    RECONCILES WHAT THE RUN DID: EVERY CITY LOADED MUST HAVE
020750*    BEEN SKIPPED (ALREADY CHECKPOINTED), PASSED OVER AS OUT
020760*    OF SERVICE FOR THE MONTH, LOGGED AS HAVING NO
020770*    READINGS, OR REPORTED; EVERY REPORT RECORD MUST BE
020780*    MATCHED ONE-FOR-ONE BY A HISTORY WRITE (OR A HISTORY
020790*    DUPLICATE) AND BY A CHECKPOINT.  AN OUT-OF-BALANCE RUN
020800*    ENDS RC=8 SO THE SCHEDULER PAGES SOMEONE; A CLEAN RUN
020810*    WITH LOGGED EXCEPTIONS KEEPS ITS WARNING RC=4.
020820     DISPLAY 'RUN RECONCILIATION'
020830     DISPLAY '  CITIES LOADED.......: ' WS-CITY-COUNT
020840     DISPLAY '  READINGS LOADED.....: ' WS-READINGS-COUNT
020850     DISPLAY '  CITIES CHECKPOINTED.: ' WS-CITIES-SKIPPED
020860     DISPLAY '  CITIES NO READINGS..: ' WS-CITIES-NO-READINGS
020870     DISPLAY '  CITIES OUT OF SVC...: ' WS-CITIES-OUT-OF-SERVICE
020880     DISPLAY '  REPORTS WRITTEN.....: ' WS-REPORTS-WRITTEN
020890     DISPLAY '  HISTORY WRITTEN.....: ' WS-HIST-WRITTEN
020900     DISPLAY '  HISTORY DUPLICATES..: ' WS-HIST-DUPLICATES
020910     DISPLAY '  CHECKPOINTS WRITTEN.: ' WS-CKPTS-WRITTEN
020920     DISPLAY '  READINGS REJECTED...: ' WS-READINGS-REJECTED
020930     DISPLAY '  UNCLAIMED READINGS..: ' WS-ORPHAN-READINGS
020940     DISPLAY '  RECORDS BROKEN......: ' WS-RECORDS-BROKEN
020950     DISPLAY '  RECORDS SEEDED......: ' WS-RECORDS-SEEDED
020960     DISPLAY '  DAILY DETAIL WRITTEN: ' WS-DAYS-WRITTEN
020970     MOVE 'Y' TO WS-BALANCED-SWITCH
020980     COMPUTE WS-BALANCE-WORK = WS-CITIES-SKIPPED
020990         + WS-CITIES-NO-READINGS + WS-CITIES-OUT-OF-SERVICE
021000         + WS-REPORTS-WRITTEN
021010     IF WS-BALANCE-WORK NOT = WS-CITY-COUNT
021020         MOVE 'N' TO WS-BALANCED-SWITCH
021030     END-IF
021040     COMPUTE WS-BALANCE-WORK = WS-HIST-WRITTEN
021050         + WS-HIST-DUPLICATES
021060     IF WS-BALANCE-WORK NOT = WS-REPORTS-WRITTEN
021070         MOVE 'N' TO WS-BALANCED-SWITCH
021080     END-IF
021090     IF WS-CKPTS-WRITTEN NOT = WS-REPORTS-WRITTEN
021100         MOVE 'N' TO WS-BALANCED-SWITCH
021110     END-IF
021120     IF NOT WS-BALANCED
021130         DISPLAY 'RUN OUT OF BALANCE - SEE COUNTS ABOVE'
021140         MOVE 8 TO RETURN-CODE
021150     ELSE
021160         IF WS-WARNING-RAISED AND RETURN-CODE < 4
021170             MOVE 4 TO RETURN-CODE
021180         END-IF
021190     END-IF.
021200 3200-EXIT.
021210     EXIT.
021220*
021230 3300-WRITE-RUN-LOG.
021240*    APPENDS THIS RUN'S DATED RUN-CONTROL RECORD TO THE RUNLOG
021250*    DATASET.  THE FIRST RUN EVER FINDS NO DATASET TO EXTEND
021260*    AND CREATES IT, THE SAME WAY THE HISTORY FILE IS HANDLED.
021270     ACCEPT WS-END-TIME FROM TIME
021280     OPEN EXTEND RUN-LOG-FILE
021290     IF WS-RUNLOG-STATUS NOT = '00'
021300         OPEN OUTPUT RUN-LOG-FILE
021310     END-IF
021320     MOVE WS-RUN-DATE           TO RL-RUN-DATE
021330     MOVE WS-START-TIME         TO RL-START-TIME
021340     MOVE WS-END-TIME           TO RL-END-TIME
021350     MOVE WS-CITY-COUNT         TO RL-CITIES-LOADED
021360     MOVE WS-READINGS-COUNT     TO RL-READINGS-LOADED
021370     COMPUTE RL-CITIES-SKIPPED = WS-CITIES-SKIPPED
021380         + WS-CITIES-OUT-OF-SERVICE
021390     MOVE WS-CITIES-NO-READINGS TO RL-CITIES-NO-READS
021400     MOVE WS-REPORTS-WRITTEN    TO RL-REPORTS-WRITTEN
021410     MOVE WS-HIST-WRITTEN       TO RL-HIST-WRITTEN
021420     MOVE WS-HIST-DUPLICATES    TO RL-HIST-DUPLICATES
021430     MOVE WS-CKPTS-WRITTEN      TO RL-CKPTS-WRITTEN
021440     MOVE WS-READINGS-REJECTED  TO RL-READS-REJECTED
021450     MOVE WS-ORPHAN-READINGS    TO RL-ORPHAN-READINGS
021460     MOVE WS-BALANCED-SWITCH    TO RL-BALANCED-FLAG
021470     MOVE RETURN-CODE           TO RL-RETURN-CODE
021480     WRITE RL-RECORD
021490     CLOSE RUN-LOG-FILE.
021500 3300-EXIT.
021510     EXIT.
021520 END PROGRAM CITYTEMP.
