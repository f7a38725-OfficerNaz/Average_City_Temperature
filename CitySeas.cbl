000320*                     WHOLE ONE - HEATING-SEASON DEGREE-DAYS
000330*                     ARE WHAT THE FUEL CONTRACT IS NEGOTIATED
000340*                     ON.
000350*    2026-09-02  NS  HISTREC NOW CARRIES MONTHLY PRECIPITATION
000360*                     AND SNOWFALL TOTALS AND THE MEASURABLE-
000370*                     PRECIPITATION DAY COUNT - ARCHIVE RECORD
000380*                     WIDENED 79 TO 91.
000390*    2026-10-15  NS  THE ROLLUP TABLE NOW HOLDS 500 CITIES; THE
000400*                     CITY SUBSCRIPTS ARE WIDENED TO MATCH.
000410*                     MEMBER RESEQUENCED.
000420*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CITY-HISTORY-FILE ASSIGN TO CITYHIST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS HIST-KEY
000500         FILE STATUS IS WS-HIST-STATUS.
000510     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO HISTARCH
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-ARCH-STATUS.
000540     SELECT CITY-NORMALS-FILE ASSIGN TO CITYNORM
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS NORM-KEY
000580         FILE STATUS IS WS-NORM-STATUS.
000590     SELECT SEASON-REPORT-FILE ASSIGN TO CITYSEAR
000600         ORGANIZATION IS SEQUENTIAL.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CITY-HISTORY-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY HISTREC.
000670*
000680 FD  HISTORY-ARCHIVE-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  ARCH-RECORD                 PIC X(91).
000710*
000720 FD  CITY-NORMALS-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY NORMREC.
000750*
000760 FD  SEASON-REPORT-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  SR-PRINT-LINE               PIC X(100).
000790*
000800 WORKING-STORAGE SECTION.
000810 01  WS-HIST-STATUS              PIC X(02) VALUE '00'.
000820 01  WS-ARCH-STATUS              PIC X(02) VALUE '00'.
000830 01  WS-NORM-STATUS              PIC X(02) VALUE '00'.
000840 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000850     88  WS-EOF                    VALUE 'Y'.
000860 01  WS-ARCH-EOF-SWITCH           PIC X(01) VALUE 'N'.
000870     88  WS-ARCH-EOF                VALUE 'Y'.
000880 01  WS-HIST-OPEN-SWITCH          PIC X(01) VALUE 'N'.
000890     88  WS-HIST-OPEN               VALUE 'Y'.
000900 01  WS-ARCH-OPEN-SWITCH          PIC X(01) VALUE 'N'.
000910     88  WS-ARCH-OPEN               VALUE 'Y'.
000920 01  WS-NORM-OPEN-SWITCH          PIC X(01) VALUE 'N'.
000930     88  WS-NORM-OPEN               VALUE 'Y'.
000940 01  WS-FOUND-CITY-SWITCH         PIC X(01) VALUE 'N'.
000950     88  WS-FOUND-CITY              VALUE 'Y'.
000960 01  WS-FOUND-MONTH-SWITCH        PIC X(01) VALUE 'N'.
000970     88  WS-FOUND-MONTH             VALUE 'Y'.
000980 01  WS-FOUND-ROW-SWITCH          PIC X(01) VALUE 'N'.
000990     88  WS-FOUND-ROW               VALUE 'Y'.
001000*    ONE ROW PER CITY, ONE ENTRY PER CALENDAR MONTH ON FILE,
001010*    FILED BY LOOKUP THE WAY CITYTREND FILES ITS TREND TABLE -
001020*    WHERE THE SAME MONTH ARRIVES TWICE, THE LATEST RUN DATE
001030*    WINS.
001040 01  WS-MAX-CITIES                PIC 9(03) COMP VALUE 500.
001050 01  WS-CITY-COUNT                PIC 9(03) COMP VALUE ZERO.
001060 01  WS-MAX-MONTHS                PIC 9(03) COMP VALUE 240.
001070 01  SEAS-CITY-TABLE.
001080     05  SEAS-CITY OCCURS 500 TIMES.
001090         10  SC-CITY-CODE          PIC X(04).
001100         10  SC-CITY-NAME          PIC X(12).
001110         10  SC-MONTH-COUNT        PIC 9(03) COMP.
001120         10  SC-MONTH-ENTRY OCCURS 240 TIMES.
001130             15  SM-YEAR-MONTH.
001140                 20  SM-YEAR       PIC 9(04).
001150                 20  SM-MONTH      PIC 9(02).
001160             15  SM-RUN-DATE       PIC X(08).
001170             15  SM-AVG-F          PIC S9(3)V9
001180                 SIGN LEADING SEPARATE.
001190             15  SM-HIGH-F         PIC S9(3)V9
001200                 SIGN LEADING SEPARATE.
001210             15  SM-LOW-F          PIC S9(3)V9
001220                 SIGN LEADING SEPARATE.
001230             15  SM-FROST          PIC 9(02).
001240             15  SM-HDD            PIC 9(04)V9.
001250             15  SM-CDD            PIC 9(04)V9.
001260 01  WS-CITY-SUB                  PIC 9(04) COMP VALUE ZERO.
001270 01  WS-SCAN-SUB                  PIC 9(04) COMP VALUE ZERO.
001280 01  WS-MON-SUB                   PIC 9(03) COMP VALUE ZERO.
001290 01  WS-MSCAN-SUB                 PIC 9(03) COMP VALUE ZERO.
001300*    THE CALENDAR-YEAR AND HEATING-SEASON BUCKETS FOR THE
001310*    CITY BEING REPORTED, REBUILT PER CITY.  A SEASON IS
001320*    KEYED BY ITS STARTING (JULY) YEAR.
001330 01  WS-MAX-YEARS                 PIC 9(02) COMP VALUE 25.
001340 01  WS-YEAR-COUNT                PIC 9(02) COMP VALUE ZERO.
001350 01  YEAR-TABLE.
001360     05  YEAR-ENTRY OCCURS 25 TIMES.
001370         10  YR-YEAR               PIC 9(04).
001380         10  YR-MONTHS             PIC 9(02).
001390         10  YR-AVG-SUM            PIC S9(5)V9
001400             SIGN LEADING SEPARATE.
001410         10  YR-HIGH-F             PIC S9(3)V9
001420             SIGN LEADING SEPARATE.
001430         10  YR-LOW-F              PIC S9(3)V9
001440             SIGN LEADING SEPARATE.
001450         10  YR-FROST              PIC 9(03).
001460 01  WS-MAX-SEASONS               PIC 9(02) COMP VALUE 26.
001470 01  WS-SEASON-COUNT              PIC 9(02) COMP VALUE ZERO.
001480 01  SEASON-TABLE.
001490     05  SEASON-ENTRY OCCURS 26 TIMES.
001500         10  SE-YEAR               PIC 9(04).
001510         10  SE-MONTHS             PIC 9(02).
001520         10  SE-HDD                PIC 9(06)V9.
001530         10  SE-CDD                PIC 9(06)V9.
001540 01  WS-YR-SUB                    PIC 9(02) COMP VALUE ZERO.
001550 01  WS-SE-SUB                    PIC 9(02) COMP VALUE ZERO.
001560 01  WS-ROW-SUB                   PIC 9(02) COMP VALUE ZERO.
001570 01  WS-PRIOR-SUB                 PIC 9(02) COMP VALUE ZERO.
001580 01  WS-TARGET-YEAR               PIC 9(04) VALUE ZERO.
001590 01  WS-SEASON-YEAR               PIC 9(04) VALUE ZERO.
001600 01  WS-SWAP-YEAR-ENTRY           PIC X(26).
001610 01  WS-SWAP-SEASON-ENTRY         PIC X(20).
001620 01  WS-OUTER-SUB                 PIC 9(02) COMP VALUE ZERO.
001630 01  WS-INNER-SUB                 PIC 9(02) COMP VALUE ZERO.
001640 01  WS-YEAR-MEAN                 PIC S9(3)V9
001650         SIGN LEADING SEPARATE.
001660*    THE SEASON TOTALS THE CITYNORM EXPECTED AVERAGES IMPLY -
001670*    THE YARDSTICK A REAL SEASON IS JUDGED AGAINST.  STANDARD
001680*    (NON-LEAP) MONTH LENGTHS ARE GOOD ENOUGH FOR A NORMAL.
001690 01  WS-MONTH-DAYS-TABLE.
001700     05  FILLER                  PIC X(24) VALUE
001710        '312831303130313130313031'.
001720 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
001730     05  WS-DAYS-OF-MONTH OCCURS 12 TIMES
001740                                 PIC 9(02).
001750 01  WS-NORM-HDD-TOTAL            PIC 9(06)V9 VALUE ZERO.
001760 01  WS-NORM-CDD-TOTAL            PIC 9(06)V9 VALUE ZERO.
001770 01  WS-NORM-MONTHS-FOUND         PIC 9(02) VALUE ZERO.
001780 01  WS-HDD-BASE-F                PIC S9(3)V9
001790         SIGN LEADING SEPARATE VALUE 65.0.
001800 01  WS-DD-WORK                   PIC 9(06)V9 VALUE ZERO.
001810 01  WS-ED-DD                     PIC ZZZZZ9.9.
001820 01  WS-PAGE-NO                   PIC 9(04) VALUE ZERO.
001830 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
001840 01  WS-LINES-PER-PAGE            PIC 9(02) COMP VALUE 48.
001850 01  WS-SAVE-LINE                 PIC X(100).
001860 01  WS-TITLE-LINE.
001870     05  FILLER PIC X(100) VALUE
001880        'CALENDAR-YEAR AND HEATING-SEASON ROLLUP BY CITY'.
001890 01  WS-PAGE-LINE.
001900     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
001910     05  WS-PL-PAGE-NO            PIC ZZZ9.
001920     05  FILLER                  PIC X(90) VALUE SPACES.
001930 01  WS-BLANK-LINE.
001940     05  FILLER                  PIC X(100) VALUE SPACES.
001950 01  WS-YEAR-HDR-LINE.
001960     05  FILLER                  PIC X(100) VALUE
001970        'CITY  YEAR       MO  AVG(F)  HIGH(F)  LOW(F)  FROST'.
001980 01  WS-SEASON-HDR-LINE.
001990     05  FILLER                  PIC X(58) VALUE
002000        'CITY  SEASON     MO      HDD      CDD   PR-HDD   PR-CDD'.
002010     05  FILLER                  PIC X(42) VALUE
002020        '   NM-HDD   NM-CDD'.
002030 01  WS-YEAR-LINE.
002040     05  WS-YL-CITY-CODE          PIC X(04).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  WS-YL-YEAR               PIC 9(04).
002070     05  FILLER                  PIC X(07) VALUE SPACES.
002080     05  WS-YL-MONTHS             PIC Z9.
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  WS-YL-AVG                PIC -999.9.
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  WS-YL-HIGH               PIC -999.9.
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  WS-YL-LOW                PIC -999.9.
002150     05  FILLER                  PIC X(04) VALUE SPACES.
002160     05  WS-YL-FROST              PIC ZZ9.
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  WS-YL-FLAG               PIC X(08).
002190     05  FILLER                  PIC X(40) VALUE SPACES.
002200 01  WS-SEASON-LINE.
002210     05  WS-SL-CITY-CODE          PIC X(04).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  WS-SL-FROM-YEAR          PIC 9(04).
002240     05  FILLER                  PIC X(01) VALUE '-'.
002250     05  WS-SL-TO-YEAR            PIC 9(04).
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  WS-SL-MONTHS             PIC Z9.
002280     05  FILLER                  PIC X(01) VALUE SPACES.
002290     05  WS-SL-HDD                PIC ZZZZZ9.9.
002300     05  FILLER                  PIC X(01) VALUE SPACES.
002310     05  WS-SL-CDD                PIC ZZZZZ9.9.
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  WS-SL-PRIOR-HDD          PIC X(08).
002340     05  FILLER                  PIC X(01) VALUE SPACES.
002350     05  WS-SL-PRIOR-CDD          PIC X(08).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  WS-SL-NORM-HDD           PIC X(08).
002380     05  FILLER                  PIC X(01) VALUE SPACES.
002390     05  WS-SL-NORM-CDD           PIC X(08).
002400     05  FILLER                  PIC X(01) VALUE SPACES.
002410     05  WS-SL-FLAG               PIC X(08).
002420     05  FILLER                  PIC X(16) VALUE SPACES.
002430*
002440 PROCEDURE DIVISION.
002450 0000-MAINLINE.
002460*    TOP LEVEL FLOW OF CONTROL FOR THE ROLLUP RUN.
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002480     PERFORM 2000-LOAD-ALL-HISTORY THRU 2000-EXIT
002490     PERFORM 3000-REPORT-ALL-CITIES THRU 3000-EXIT
002500     PERFORM 4000-TERMINATE THRU 4000-EXIT
002510     GO TO 0000-EXIT.
002520 0000-EXIT.
002530     EXIT.
002540*
002550 1000-INITIALIZE.
002560*    OPENS THE HISTORY CLUSTER, THE OPTIONAL ARCHIVE, THE
002570*    OPTIONAL NORMALS, AND THE REPORT DATASET.  A MISSING
002580*    SOURCE JUST CONTRIBUTES NOTHING, THE SAME WAY CITYTREND
002590*    HANDLES ITS SOURCES.
002600     OPEN INPUT CITY-HISTORY-FILE
002610     IF WS-HIST-STATUS = '00'
002620         SET WS-HIST-OPEN TO TRUE
002630     ELSE
002640         DISPLAY 'CITY HISTORY FILE NOT AVAILABLE - STATUS '
002650             WS-HIST-STATUS
002660     END-IF
002670     OPEN INPUT HISTORY-ARCHIVE-FILE
002680     IF WS-ARCH-STATUS = '00'
002690         SET WS-ARCH-OPEN TO TRUE
002700     ELSE
002710         DISPLAY 'HISTORY ARCHIVE NOT PRESENT - STATUS '
002720             WS-ARCH-STATUS
002730         DISPLAY 'ROLLUP COVERS THE ONLINE WINDOW ONLY'
002740     END-IF
002750     OPEN INPUT CITY-NORMALS-FILE
002760     IF WS-NORM-STATUS = '00'
002770         SET WS-NORM-OPEN TO TRUE
002780     ELSE
002790         DISPLAY 'CITY NORMALS FILE NOT AVAILABLE - STATUS '
002800             WS-NORM-STATUS
002810         DISPLAY 'NORM-HDD COLUMN WILL SHOW N/A'
002820     END-IF
002830     OPEN OUTPUT SEASON-REPORT-FILE.
002840 1000-EXIT.
002850     EXIT.
002860*
002870 2000-LOAD-ALL-HISTORY.
002880*    LOADS THE ARCHIVE GENERATIONS, THEN THE ONLINE CLUSTER,
002890*    INTO THE CITY/MONTH TABLE.
002900     IF WS-ARCH-OPEN
002910         PERFORM 2100-LOAD-ONE-ARCHIVE-RECORD THRU 2100-EXIT
002920             UNTIL WS-ARCH-EOF
002930         CLOSE HISTORY-ARCHIVE-FILE
002940     END-IF
002950     IF WS-HIST-OPEN
002960         PERFORM 2150-LOAD-ONE-CLUSTER-RECORD THRU 2150-EXIT
002970             UNTIL WS-EOF
002980     END-IF.
002990 2000-EXIT.
003000     EXIT.
003010*
003020 2100-LOAD-ONE-ARCHIVE-RECORD.
003030*    READS ONE ARCHIVED HISTORY RECORD AND FILES IT.
003040     READ HISTORY-ARCHIVE-FILE INTO ARCH-RECORD
003050         AT END
003060             MOVE 'Y' TO WS-ARCH-EOF-SWITCH
003070             GO TO 2100-EXIT
003080     END-READ
003090     MOVE ARCH-RECORD TO HIST-RECORD
003100     PERFORM 2200-FILE-ONE-RECORD THRU 2200-EXIT.
003110 2100-EXIT.
003120     EXIT.
003130*
003140 2150-LOAD-ONE-CLUSTER-RECORD.
003150*    READS THE NEXT ONLINE HISTORY RECORD AND FILES IT.
003160     READ CITY-HISTORY-FILE NEXT RECORD
003170         AT END
003180             MOVE 'Y' TO WS-EOF-SWITCH
003190             GO TO 2150-EXIT
003200     END-READ
003210     PERFORM 2200-FILE-ONE-RECORD THRU 2200-EXIT.
003220 2150-EXIT.
003230     EXIT.
003240*
003250 2200-FILE-ONE-RECORD.
003260*    FILES ONE HISTORY RECORD UNDER ITS CITY AND CALENDAR
003270*    MONTH; WHERE THE SAME MONTH ARRIVES TWICE THE LATEST
003280*    RUN DATE WINS, THE SAME WAY CITYTREND FILES.
003290     PERFORM 2210-FIND-CITY-ROW THRU 2210-EXIT
003300     IF NOT WS-FOUND-CITY
003310         IF WS-CITY-COUNT >= WS-MAX-CITIES
003320             DISPLAY 'MORE CITIES ON HISTORY THAN THE ROLLUP '
003330                 'TABLE HOLDS - ' HIST-CITY-CODE ' IGNORED'
003340             GO TO 2200-EXIT
003350         END-IF
003360         ADD 1 TO WS-CITY-COUNT
003370         MOVE WS-CITY-COUNT TO WS-CITY-SUB
003380         MOVE HIST-CITY-CODE TO SC-CITY-CODE (WS-CITY-SUB)
003390         MOVE ZERO TO SC-MONTH-COUNT (WS-CITY-SUB)
003400     END-IF
003410     MOVE HIST-CITY-NAME TO SC-CITY-NAME (WS-CITY-SUB)
003420     PERFORM 2230-FIND-MONTH-ENTRY THRU 2230-EXIT
003430     IF WS-FOUND-MONTH
003440         IF HIST-RUN-DATE >=
003450                 SM-RUN-DATE (WS-CITY-SUB WS-MON-SUB)
003460             PERFORM 2240-FILE-MONTH-FIGURES THRU 2240-EXIT
003470         END-IF
003480         GO TO 2200-EXIT
003490     END-IF
003500     IF SC-MONTH-COUNT (WS-CITY-SUB) >= WS-MAX-MONTHS
003510         DISPLAY 'MORE MONTHS ON HISTORY FOR ' HIST-CITY-CODE
003520             ' THAN THE ROLLUP TABLE HOLDS - OLDEST KEPT'
003530         GO TO 2200-EXIT
003540     END-IF
003550     ADD 1 TO SC-MONTH-COUNT (WS-CITY-SUB)
003560     MOVE SC-MONTH-COUNT (WS-CITY-SUB) TO WS-MON-SUB
003570     PERFORM 2240-FILE-MONTH-FIGURES THRU 2240-EXIT.
003580 2200-EXIT.
003590     EXIT.
003600*
003610 2210-FIND-CITY-ROW.
003620*    LOOKS THE RECORD'S CITY CODE UP IN THE CITY TABLE.
003630     MOVE 'N' TO WS-FOUND-CITY-SWITCH
003640     PERFORM 2220-TEST-ONE-CITY-ROW THRU 2220-EXIT
003650         VARYING WS-SCAN-SUB FROM 1 BY 1
003660         UNTIL WS-SCAN-SUB > WS-CITY-COUNT
003670             OR WS-FOUND-CITY.
003680 2210-EXIT.
003690     EXIT.
003700*
003710 2220-TEST-ONE-CITY-ROW.
003720*    TESTS ONE CITY ROW AGAINST THE RECORD'S CITY.
003730     IF SC-CITY-CODE (WS-SCAN-SUB) = HIST-CITY-CODE
003740         SET WS-FOUND-CITY TO TRUE
003750         MOVE WS-SCAN-SUB TO WS-CITY-SUB
003760     END-IF.
003770 2220-EXIT.
003780     EXIT.
003790*
003800 2230-FIND-MONTH-ENTRY.
003810*    LOOKS THE RECORD'S CALENDAR MONTH UP IN THE CURRENT
003820*    CITY'S MONTH ENTRIES.
003830     MOVE 'N' TO WS-FOUND-MONTH-SWITCH
003840     PERFORM 2235-TEST-ONE-MONTH THRU 2235-EXIT
003850         VARYING WS-MSCAN-SUB FROM 1 BY 1
003860         UNTIL WS-MSCAN-SUB > SC-MONTH-COUNT (WS-CITY-SUB)
003870             OR WS-FOUND-MONTH.
003880 2230-EXIT.
003890     EXIT.
003900*
003910 2235-TEST-ONE-MONTH.
003920*    TESTS ONE MONTH ENTRY AGAINST THE RECORD'S MONTH.
003930     IF SM-YEAR-MONTH (WS-CITY-SUB WS-MSCAN-SUB)
003940             = HIST-RUN-DATE (1:6)
003950         SET WS-FOUND-MONTH TO TRUE
003960         MOVE WS-MSCAN-SUB TO WS-MON-SUB
003970     END-IF.
003980 2235-EXIT.
003990     EXIT.
004000*
004010 2240-FILE-MONTH-FIGURES.
004020*    COPIES THE HISTORY RECORD'S FIGURES INTO THE MONTH
004030*    ENTRY THE SUBSCRIPTS POINT AT.
004040     MOVE HIST-RUN-DATE (1:6)
004050         TO SM-YEAR-MONTH (WS-CITY-SUB WS-MON-SUB)
004060     MOVE HIST-RUN-DATE
004070         TO SM-RUN-DATE (WS-CITY-SUB WS-MON-SUB)
004080     MOVE HIST-AVERAGE-TEMP-F
004090         TO SM-AVG-F (WS-CITY-SUB WS-MON-SUB)
004100     MOVE HIST-MONTH-HIGH-F
004110         TO SM-HIGH-F (WS-CITY-SUB WS-MON-SUB)
004120     MOVE HIST-MONTH-LOW-F
004130         TO SM-LOW-F (WS-CITY-SUB WS-MON-SUB)
004140     MOVE HIST-FROST-DAYS
004150         TO SM-FROST (WS-CITY-SUB WS-MON-SUB)
004160     MOVE HIST-HEATING-DD-F
004170         TO SM-HDD (WS-CITY-SUB WS-MON-SUB)
004180     MOVE HIST-COOLING-DD-F
004190         TO SM-CDD (WS-CITY-SUB WS-MON-SUB).
004200 2240-EXIT.
004210     EXIT.
004220*
004230 3000-REPORT-ALL-CITIES.
004240*    PRINTS EACH CITY'S YEAR AND SEASON BLOCKS.
004250     PERFORM 3100-REPORT-ONE-CITY THRU 3100-EXIT
004260         VARYING WS-CITY-SUB FROM 1 BY 1
004270         UNTIL WS-CITY-SUB > WS-CITY-COUNT.
004280 3000-EXIT.
004290     EXIT.
004300*
004310 3100-REPORT-ONE-CITY.
004320*    BUILDS AND PRINTS ONE CITY'S CALENDAR-YEAR AND HEATING-
004330*    SEASON ROLLUPS.
004340     IF SC-MONTH-COUNT (WS-CITY-SUB) = ZERO
004350         GO TO 3100-EXIT
004360     END-IF
004370     PERFORM 3200-BUILD-BUCKETS THRU 3200-EXIT
004380     PERFORM 3300-SORT-YEAR-TABLE THRU 3300-EXIT
004390     PERFORM 3350-SORT-SEASON-TABLE THRU 3350-EXIT
004400     PERFORM 3400-COMPUTE-NORMAL-TOTALS THRU 3400-EXIT
004410     MOVE WS-YEAR-HDR-LINE TO SR-PRINT-LINE
004420     PERFORM 3700-WRITE-PRINT-LINE THRU 3700-EXIT
004430     PERFORM 3500-PRINT-ONE-YEAR THRU 3500-EXIT
004440         VARYING WS-YR-SUB FROM 1 BY 1
004450         UNTIL WS-YR-SUB > WS-YEAR-COUNT
004460     MOVE WS-SEASON-HDR-LINE TO SR-PRINT-LINE
004470     PERFORM 3700-WRITE-PRINT-LINE THRU 3700-EXIT
004480     PERFORM 3600-PRINT-ONE-SEASON THRU 3600-EXIT
004490         VARYING WS-SE-SUB FROM 1 BY 1
004500         UNTIL WS-SE-SUB > WS-SEASON-COUNT
004510     MOVE WS-BLANK-LINE TO SR-PRINT-LINE
004520     PERFORM 3700-WRITE-PRINT-LINE THRU 3700-EXIT.
004530 3100-EXIT.
004540     EXIT.
004550*
004560 3200-BUILD-BUCKETS.
004570*    FOLDS EVERY MONTH ON FILE FOR THE CITY INTO ITS
004580*    CALENDAR-YEAR BUCKET AND ITS JULY-THROUGH-JUNE SEASON
004590*    BUCKET (KEYED BY THE SEASON'S STARTING YEAR).
004600     MOVE ZERO TO WS-YEAR-COUNT
004610     MOVE ZERO TO WS-SEASON-COUNT
004620     PERFORM 3210-BUCKET-ONE-MONTH THRU 3210-EXIT
004630         VARYING WS-MON-SUB FROM 1 BY 1
004640         UNTIL WS-MON-SUB > SC-MONTH-COUNT (WS-CITY-SUB).
004650 3200-EXIT.
004660     EXIT.
004670*
004680 3210-BUCKET-ONE-MONTH.
004690*    FOLDS ONE MONTH ENTRY INTO BOTH BUCKETS.
004700     MOVE SM-YEAR (WS-CITY-SUB WS-MON-SUB)
004710         TO WS-TARGET-YEAR
004720     PERFORM 3220-FIND-YEAR-ROW THRU 3220-EXIT
004730     IF WS-FOUND-ROW
004740         ADD 1 TO YR-MONTHS (WS-ROW-SUB)
004750         ADD SM-AVG-F (WS-CITY-SUB WS-MON-SUB)
004760             TO YR-AVG-SUM (WS-ROW-SUB)
004770         IF SM-HIGH-F (WS-CITY-SUB WS-MON-SUB)
004780                 > YR-HIGH-F (WS-ROW-SUB)
004790             MOVE SM-HIGH-F (WS-CITY-SUB WS-MON-SUB)
004800                 TO YR-HIGH-F (WS-ROW-SUB)
004810         END-IF
004820         IF SM-LOW-F (WS-CITY-SUB WS-MON-SUB)
004830                 < YR-LOW-F (WS-ROW-SUB)
004840             MOVE SM-LOW-F (WS-CITY-SUB WS-MON-SUB)
004850                 TO YR-LOW-F (WS-ROW-SUB)
004860         END-IF
004870         ADD SM-FROST (WS-CITY-SUB WS-MON-SUB)
004880             TO YR-FROST (WS-ROW-SUB)
004890     END-IF
004900     IF SM-MONTH (WS-CITY-SUB WS-MON-SUB) >= 7
004910         MOVE SM-YEAR (WS-CITY-SUB WS-MON-SUB)
004920             TO WS-SEASON-YEAR
004930     ELSE
004940         COMPUTE WS-SEASON-YEAR =
004950             SM-YEAR (WS-CITY-SUB WS-MON-SUB) - 1
004960     END-IF
004970     PERFORM 3240-FIND-SEASON-ROW THRU 3240-EXIT
004980     IF WS-FOUND-ROW
004990         ADD 1 TO SE-MONTHS (WS-ROW-SUB)
005000         ADD SM-HDD (WS-CITY-SUB WS-MON-SUB)
005010             TO SE-HDD (WS-ROW-SUB)
005020         ADD SM-CDD (WS-CITY-SUB WS-MON-SUB)
005030             TO SE-CDD (WS-ROW-SUB)
005040     END-IF.
005050 3210-EXIT.
005060     EXIT.
005070*
005080 3220-FIND-YEAR-ROW.
005090*    FINDS OR ADDS THE BUCKET ROW FOR WS-TARGET-YEAR.
005100     MOVE 'N' TO WS-FOUND-ROW-SWITCH
005110     PERFORM 3230-TEST-ONE-YEAR-ROW THRU 3230-EXIT
005120         VARYING WS-SCAN-SUB FROM 1 BY 1
005130         UNTIL WS-SCAN-SUB > WS-YEAR-COUNT
005140             OR WS-FOUND-ROW
005150     IF WS-FOUND-ROW
005160         GO TO 3220-EXIT
005170     END-IF
005180     IF WS-YEAR-COUNT >= WS-MAX-YEARS
005190         DISPLAY 'MORE YEARS ON FILE THAN THE YEAR TABLE '
005200             'HOLDS - ' WS-TARGET-YEAR ' IGNORED'
005210         GO TO 3220-EXIT
005220     END-IF
005230     ADD 1 TO WS-YEAR-COUNT
005240     MOVE WS-YEAR-COUNT TO WS-ROW-SUB
005250     SET WS-FOUND-ROW TO TRUE
005260     MOVE WS-TARGET-YEAR TO YR-YEAR (WS-ROW-SUB)
005270     MOVE ZERO TO YR-MONTHS (WS-ROW-SUB)
005280     MOVE ZERO TO YR-AVG-SUM (WS-ROW-SUB)
005290     MOVE -999.9 TO YR-HIGH-F (WS-ROW-SUB)
005300     MOVE +999.9 TO YR-LOW-F (WS-ROW-SUB)
005310     MOVE ZERO TO YR-FROST (WS-ROW-SUB).
005320 3220-EXIT.
005330     EXIT.
005340*
005350 3230-TEST-ONE-YEAR-ROW.
005360*    TESTS ONE YEAR ROW AGAINST THE TARGET YEAR.
005370     IF YR-YEAR (WS-SCAN-SUB) = WS-TARGET-YEAR
005380         SET WS-FOUND-ROW TO TRUE
005390         MOVE WS-SCAN-SUB TO WS-ROW-SUB
005400     END-IF.
005410 3230-EXIT.
005420     EXIT.
005430*
005440 3240-FIND-SEASON-ROW.
005450*    FINDS OR ADDS THE BUCKET ROW FOR WS-SEASON-YEAR.
005460     MOVE 'N' TO WS-FOUND-ROW-SWITCH
005470     PERFORM 3250-TEST-ONE-SEASON-ROW THRU 3250-EXIT
005480         VARYING WS-SCAN-SUB FROM 1 BY 1
005490         UNTIL WS-SCAN-SUB > WS-SEASON-COUNT
005500             OR WS-FOUND-ROW
005510     IF WS-FOUND-ROW
005520         GO TO 3240-EXIT
005530     END-IF
005540     IF WS-SEASON-COUNT >= WS-MAX-SEASONS
005550         DISPLAY 'MORE SEASONS ON FILE THAN THE SEASON '
005560             'TABLE HOLDS - ' WS-SEASON-YEAR ' IGNORED'
005570         GO TO 3240-EXIT
005580     END-IF
005590     ADD 1 TO WS-SEASON-COUNT
005600     MOVE WS-SEASON-COUNT TO WS-ROW-SUB
005610     SET WS-FOUND-ROW TO TRUE
005620     MOVE WS-SEASON-YEAR TO SE-YEAR (WS-ROW-SUB)
005630     MOVE ZERO TO SE-MONTHS (WS-ROW-SUB)
005640     MOVE ZERO TO SE-HDD (WS-ROW-SUB)
005650     MOVE ZERO TO SE-CDD (WS-ROW-SUB).
005660 3240-EXIT.
005670     EXIT.
005680*
005690 3250-TEST-ONE-SEASON-ROW.
005700*    TESTS ONE SEASON ROW AGAINST THE TARGET SEASON.
005710     IF SE-YEAR (WS-SCAN-SUB) = WS-SEASON-YEAR
005720         SET WS-FOUND-ROW TO TRUE
005730         MOVE WS-SCAN-SUB TO WS-ROW-SUB
005740     END-IF.
005750 3250-EXIT.
005760     EXIT.
005770*
005780 3300-SORT-YEAR-TABLE.
005790*    BUBBLE-SORTS THE YEAR BUCKETS ASCENDING BY YEAR.
005800     PERFORM 3310-YEAR-OUTER-PASS THRU 3310-EXIT
005810         VARYING WS-OUTER-SUB FROM 1 BY 1
005820         UNTIL WS-OUTER-SUB >= WS-YEAR-COUNT.
005830 3300-EXIT.
005840     EXIT.
005850*
005860 3310-YEAR-OUTER-PASS.
005870*    ONE PASS OVER THE UNSORTED PORTION.
005880     PERFORM 3320-YEAR-INNER-COMPARE THRU 3320-EXIT
005890         VARYING WS-INNER-SUB FROM 1 BY 1
005900         UNTIL WS-INNER-SUB > WS-YEAR-COUNT - WS-OUTER-SUB.
005910 3310-EXIT.
005920     EXIT.
005930*
005940 3320-YEAR-INNER-COMPARE.
005950*    SWAPS TWO ADJACENT YEAR ROWS WHEN OUT OF ORDER.
005960     IF YR-YEAR (WS-INNER-SUB) > YR-YEAR (WS-INNER-SUB + 1)
005970         MOVE YEAR-ENTRY (WS-INNER-SUB)
005980             TO WS-SWAP-YEAR-ENTRY
005990         MOVE YEAR-ENTRY (WS-INNER-SUB + 1)
006000             TO YEAR-ENTRY (WS-INNER-SUB)
006010         MOVE WS-SWAP-YEAR-ENTRY
006020             TO YEAR-ENTRY (WS-INNER-SUB + 1)
006030     END-IF.
006040 3320-EXIT.
006050     EXIT.
006060*
006070 3350-SORT-SEASON-TABLE.
006080*    BUBBLE-SORTS THE SEASON BUCKETS ASCENDING BY YEAR.
006090     PERFORM 3360-SEASON-OUTER-PASS THRU 3360-EXIT
006100         VARYING WS-OUTER-SUB FROM 1 BY 1
006110         UNTIL WS-OUTER-SUB >= WS-SEASON-COUNT.
006120 3350-EXIT.
006130     EXIT.
006140*
006150 3360-SEASON-OUTER-PASS.
006160*    ONE PASS OVER THE UNSORTED PORTION.
006170     PERFORM 3370-SEASON-INNER-COMPARE THRU 3370-EXIT
006180         VARYING WS-INNER-SUB FROM 1 BY 1
006190         UNTIL WS-INNER-SUB > WS-SEASON-COUNT - WS-OUTER-SUB.
006200 3360-EXIT.
006210     EXIT.
006220*
006230 3370-SEASON-INNER-COMPARE.
006240*    SWAPS TWO ADJACENT SEASON ROWS WHEN OUT OF ORDER.
006250     IF SE-YEAR (WS-INNER-SUB) > SE-YEAR (WS-INNER-SUB + 1)
006260         MOVE SEASON-ENTRY (WS-INNER-SUB)
006270             TO WS-SWAP-SEASON-ENTRY
006280         MOVE SEASON-ENTRY (WS-INNER-SUB + 1)
006290             TO SEASON-ENTRY (WS-INNER-SUB)
006300         MOVE WS-SWAP-SEASON-ENTRY
006310             TO SEASON-ENTRY (WS-INNER-SUB + 1)
006320     END-IF.
006330 3370-EXIT.
006340     EXIT.
006350*
006360 3400-COMPUTE-NORMAL-TOTALS.
006370*    SUMS THE TWELVE CITYNORM EXPECTED AVERAGES INTO THE
006380*    SEASON DEGREE-DAY TOTALS THE NORMALS IMPLY.  A CITY
006390*    MISSING ANY OF ITS TWELVE NORMALS GETS N/A RATHER THAN
006400*    A SHORT YARDSTICK.
006410     MOVE ZERO TO WS-NORM-HDD-TOTAL
006420     MOVE ZERO TO WS-NORM-CDD-TOTAL
006430     MOVE ZERO TO WS-NORM-MONTHS-FOUND
006440     IF NOT WS-NORM-OPEN
006450         GO TO 3400-EXIT
006460     END-IF
006470     PERFORM 3410-ADD-ONE-NORMAL-MONTH THRU 3410-EXIT
006480         VARYING WS-MON-SUB FROM 1 BY 1
006490         UNTIL WS-MON-SUB > 12.
006500 3400-EXIT.
006510     EXIT.
006520*
006530 3410-ADD-ONE-NORMAL-MONTH.
006540*    FOLDS ONE CALENDAR MONTH'S EXPECTED AVERAGE INTO THE
006550*    IMPLIED DEGREE-DAY TOTALS.
006560     MOVE SC-CITY-CODE (WS-CITY-SUB) TO NORM-CITY-CODE
006570     MOVE WS-MON-SUB                 TO NORM-MONTH
006580     READ CITY-NORMALS-FILE
006590         INVALID KEY
006600             GO TO 3410-EXIT
006610     END-READ
006620     ADD 1 TO WS-NORM-MONTHS-FOUND
006630     IF NORM-AVERAGE-F < WS-HDD-BASE-F
006640         COMPUTE WS-DD-WORK =
006650             (WS-HDD-BASE-F - NORM-AVERAGE-F)
006660             * WS-DAYS-OF-MONTH (WS-MON-SUB)
006670         ADD WS-DD-WORK TO WS-NORM-HDD-TOTAL
006680     END-IF
006690     IF NORM-AVERAGE-F > WS-HDD-BASE-F
006700         COMPUTE WS-DD-WORK =
006710             (NORM-AVERAGE-F - WS-HDD-BASE-F)
006720             * WS-DAYS-OF-MONTH (WS-MON-SUB)
006730         ADD WS-DD-WORK TO WS-NORM-CDD-TOTAL
006740     END-IF.
006750 3410-EXIT.
006760     EXIT.
006770*
006780 3500-PRINT-ONE-YEAR.
006790*    PRINTS ONE CALENDAR-YEAR LINE.  A YEAR SHORT OF ITS
006800*    TWELVE MONTHS IS FLAGGED *PARTIAL.
006810     MOVE SC-CITY-CODE (WS-CITY-SUB) TO WS-YL-CITY-CODE
006820     MOVE YR-YEAR (WS-YR-SUB)        TO WS-YL-YEAR
006830     MOVE YR-MONTHS (WS-YR-SUB)      TO WS-YL-MONTHS
006840     COMPUTE WS-YEAR-MEAN ROUNDED =
006850         YR-AVG-SUM (WS-YR-SUB) / YR-MONTHS (WS-YR-SUB)
006860     MOVE WS-YEAR-MEAN               TO WS-YL-AVG
006870     MOVE YR-HIGH-F (WS-YR-SUB)      TO WS-YL-HIGH
006880     MOVE YR-LOW-F (WS-YR-SUB)       TO WS-YL-LOW
006890     MOVE YR-FROST (WS-YR-SUB)       TO WS-YL-FROST
006900     IF YR-MONTHS (WS-YR-SUB) < 12
006910         MOVE '*PARTIAL' TO WS-YL-FLAG
006920     ELSE
006930         MOVE SPACES     TO WS-YL-FLAG
006940     END-IF
006950     MOVE WS-YEAR-LINE TO SR-PRINT-LINE
006960     PERFORM 3700-WRITE-PRINT-LINE THRU 3700-EXIT.
006970 3500-EXIT.
006980     EXIT.
006990*
007000 3600-PRINT-ONE-SEASON.
007010*    PRINTS ONE JULY-THROUGH-JUNE SEASON LINE WITH THE PRIOR
007020*    SEASON'S HDD AND CDD AND THE CITYNORM-IMPLIED HDD AND
007030*    CDD ALONGSIDE.
007040     MOVE SC-CITY-CODE (WS-CITY-SUB) TO WS-SL-CITY-CODE
007050     MOVE SE-YEAR (WS-SE-SUB)        TO WS-SL-FROM-YEAR
007060     COMPUTE WS-SL-TO-YEAR = SE-YEAR (WS-SE-SUB) + 1
007070     MOVE SE-MONTHS (WS-SE-SUB)      TO WS-SL-MONTHS
007080     MOVE SE-HDD (WS-SE-SUB)         TO WS-SL-HDD
007090     MOVE SE-CDD (WS-SE-SUB)         TO WS-SL-CDD
007100     PERFORM 3610-FIND-PRIOR-SEASON THRU 3610-EXIT
007110     IF WS-PRIOR-SUB > ZERO
007120         MOVE SE-HDD (WS-PRIOR-SUB) TO WS-ED-DD
007130         MOVE WS-ED-DD              TO WS-SL-PRIOR-HDD
007140         MOVE SE-CDD (WS-PRIOR-SUB) TO WS-ED-DD
007150         MOVE WS-ED-DD              TO WS-SL-PRIOR-CDD
007160     ELSE
007170         MOVE '     N/A'            TO WS-SL-PRIOR-HDD
007180         MOVE '     N/A'            TO WS-SL-PRIOR-CDD
007190     END-IF
007200     IF WS-NORM-MONTHS-FOUND = 12
007210         MOVE WS-NORM-HDD-TOTAL     TO WS-ED-DD
007220         MOVE WS-ED-DD              TO WS-SL-NORM-HDD
007230         MOVE WS-NORM-CDD-TOTAL     TO WS-ED-DD
007240         MOVE WS-ED-DD              TO WS-SL-NORM-CDD
007250     ELSE
007260         MOVE '     N/A'            TO WS-SL-NORM-HDD
007270         MOVE '     N/A'            TO WS-SL-NORM-CDD
007280     END-IF
007290     IF SE-MONTHS (WS-SE-SUB) < 12
007300         MOVE '*PARTIAL' TO WS-SL-FLAG
007310     ELSE
007320         MOVE SPACES     TO WS-SL-FLAG
007330     END-IF
007340     MOVE WS-SEASON-LINE TO SR-PRINT-LINE
007350     PERFORM 3700-WRITE-PRINT-LINE THRU 3700-EXIT.
007360 3600-EXIT.
007370     EXIT.
007380*
007390 3610-FIND-PRIOR-SEASON.
007400*    LOOKS FOR THE SEASON THAT STARTED THE YEAR BEFORE THE
007410*    ONE BEING PRINTED.  ZERO MEANS NO PRIOR SEASON ON FILE.
007420     MOVE ZERO TO WS-PRIOR-SUB
007430     COMPUTE WS-SEASON-YEAR = SE-YEAR (WS-SE-SUB) - 1
007440     PERFORM 3620-TEST-ONE-PRIOR THRU 3620-EXIT
007450         VARYING WS-SCAN-SUB FROM 1 BY 1
007460         UNTIL WS-SCAN-SUB > WS-SEASON-COUNT.
007470 3610-EXIT.
007480     EXIT.
007490*
007500 3620-TEST-ONE-PRIOR.
007510*    TESTS ONE SEASON ROW AGAINST THE PRIOR-SEASON YEAR.
007520     IF SE-YEAR (WS-SCAN-SUB) = WS-SEASON-YEAR
007530         MOVE WS-SCAN-SUB TO WS-PRIOR-SUB
007540     END-IF.
007550 3620-EXIT.
007560     EXIT.
007570*
007580 3700-WRITE-PRINT-LINE.
007590*    WRITES ONE REPORT LINE, HEADING A NEW PAGE FIRST WHEN
007600*    THE CURRENT PAGE IS FULL.
007610     IF WS-LINE-COUNT = ZERO
007620         PERFORM 3800-PRINT-PAGE-HEADER THRU 3800-EXIT
007630     END-IF
007640     WRITE SR-PRINT-LINE
007650         AFTER ADVANCING 1 LINE
007660     ADD 1 TO WS-LINE-COUNT
007670     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007680         MOVE ZERO TO WS-LINE-COUNT
007690     END-IF.
007700 3700-EXIT.
007710     EXIT.
007720*
007730 3800-PRINT-PAGE-HEADER.
007740*    STARTS A NEW PAGE: TITLE, PAGE NUMBER AND A BLANK LINE.
007750*    THE LINE BEING PRINTED IS PRESERVED AROUND THE HEADER
007760*    WRITES.
007770     ADD 1 TO WS-PAGE-NO
007780     MOVE SR-PRINT-LINE TO WS-SAVE-LINE
007790     WRITE SR-PRINT-LINE FROM WS-TITLE-LINE
007800         AFTER ADVANCING PAGE
007810     MOVE WS-PAGE-NO TO WS-PL-PAGE-NO
007820     WRITE SR-PRINT-LINE FROM WS-PAGE-LINE
007830         AFTER ADVANCING 1 LINE
007840     WRITE SR-PRINT-LINE FROM WS-BLANK-LINE
007850         AFTER ADVANCING 1 LINE
007860     MOVE WS-SAVE-LINE TO SR-PRINT-LINE.
007870 3800-EXIT.
007880     EXIT.
007890*
007900 4000-TERMINATE.
007910*    CLOSES THE DATASETS USED BY THIS RUN.
007920     IF WS-HIST-OPEN
007930         CLOSE CITY-HISTORY-FILE
007940     END-IF
007950     IF WS-NORM-OPEN
007960         CLOSE CITY-NORMALS-FILE
007970     END-IF
007980     CLOSE SEASON-REPORT-FILE
007990     STOP RUN.
008000 4000-EXIT.
008010     EXIT.
008020 END PROGRAM CITYSEAS.
