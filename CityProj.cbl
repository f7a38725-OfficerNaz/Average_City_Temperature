000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CITYPROJ.
000120 AUTHOR. NAZ SASSINE.
000130 INSTALLATION. DESKTOP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160 SECURITY. NONE.
000170*
000180*    MODIFICATION HISTORY
000190*    --------------------
000200*    2026-10-15  NS  FIRST VERSION.  MID-MONTH DEGREE-DAY
000210*                     PROJECTION FOR THE FUEL DESK, RUNNABLE ANY
000220*                     NIGHT OFF THE CITYMTD CLUSTER CITYPOST
000230*                     MAINTAINS - PARM='YYYYMM', DEFAULT THE
000240*                     MONTH OF THE RUN DATE.  EACH CITY'S POSTED
000250*                     DAYS ARE TAKEN AS THEY STAND, EVERY DAY NOT
000260*                     YET POSTED IS FILLED FROM THE CITY/MONTH'S
000270*                     CITYNORM EXPECTED AVERAGE, AND THE MONTH-
000280*                     END AVERAGE, HEATING AND COOLING DEGREE-
000290*                     DAYS ARE PROJECTED PER CITY AND PER REGION
000300*                     WITH THE DAYS-ACTUAL/DAYS-PROJECTED SPLIT
000310*                     AND THE GAP AGAINST NORMAL.  READ ONLY.
000320*    2026-10-15  NS  THE REGION TABLE NOW HOLDS 100 REGIONS AND
000330*                     THE REGION SUBSCRIPT IS WIDENED TO MATCH.
000340*                     MEMBER RESEQUENCED.
000350*    2026-10-15  NS  A CITY NOT IN SERVICE AT ANY TIME IN THE
000360*                     MONTH IS PASSED OVER AND COUNTED; ONE THAT
000370*                     WENT INTO OR OUT OF SERVICE DURING IT IS
000380*                     PROJECTED FOR ITS SERVICE DAYS ONLY.  THE
000390*                     REGION LINE IS CUT BACK TO 80 BYTES.  MEMBER
000400*                     RESEQUENCED.
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CITY-MASTER-FILE ASSIGN TO CITYMSTR
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT CITY-MTD-FILE ASSIGN TO CITYMTD
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS MTD-KEY
000510         FILE STATUS IS WS-MTD-STATUS.
000520     SELECT CITY-NORMALS-FILE ASSIGN TO CITYNORM
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS NORM-KEY
000560         FILE STATUS IS WS-NORM-STATUS.
000570     SELECT PROJECTION-REPORT-FILE ASSIGN TO CITYPRJR
000580         ORGANIZATION IS SEQUENTIAL.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CITY-MASTER-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY CMREC.
000650*
000660 FD  CITY-MTD-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY MTDREC.
000690*
000700 FD  CITY-NORMALS-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY NORMREC.
000730*
000740 FD  PROJECTION-REPORT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  PJ-PRINT-LINE               PIC X(80).
000770*
000780 WORKING-STORAGE SECTION.
000790 01  WS-MTD-STATUS               PIC X(02) VALUE '00'.
000800 01  WS-NORM-STATUS              PIC X(02) VALUE '00'.
000810 01  WS-PARM-ERROR-SWITCH        PIC X(01) VALUE 'N'.
000820     88  WS-PARM-ERROR             VALUE 'Y'.
000830 01  WS-MTD-OPEN-SWITCH          PIC X(01) VALUE 'N'.
000840     88  WS-MTD-OPEN               VALUE 'Y'.
000850 01  WS-NORM-OPEN-SWITCH         PIC X(01) VALUE 'N'.
000860     88  WS-NORM-OPEN              VALUE 'Y'.
000870 01  WS-NORM-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000880     88  WS-NORM-FOUND             VALUE 'Y'.
000890 01  WS-MTD-FOUND-SWITCH         PIC X(01) VALUE 'N'.
000900     88  WS-MTD-FOUND              VALUE 'Y'.
000910 01  WS-MSTR-EOF-SWITCH          PIC X(01) VALUE 'N'.
000920     88  WS-MSTR-EOF               VALUE 'Y'.
000930 01  WS-REGION-FOUND-SWITCH      PIC X(01) VALUE 'N'.
000940     88  WS-REGION-FOUND           VALUE 'Y'.
000950 01  WS-RUN-DATE                 PIC X(08).
000960 01  WS-REQ-PERIOD.
000970     05  WS-REQ-YEAR             PIC 9(04).
000980     05  WS-REQ-MONTH            PIC 9(02).
000990 01  WS-REQ-PERIOD-X REDEFINES WS-REQ-PERIOD
001000                                 PIC X(06).
001010 01  WS-DAYS-IN-MONTH            PIC 9(02) COMP VALUE ZERO.
001020 01  WS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
001030 01  WS-LEAP-REM-4               PIC 9(03) COMP VALUE ZERO.
001040 01  WS-LEAP-REM-100             PIC 9(03) COMP VALUE ZERO.
001050 01  WS-LEAP-REM-400             PIC 9(03) COMP VALUE ZERO.
001060 01  WS-DAY-SUB                  PIC 9(02) COMP VALUE ZERO.
001070*    THE DAYS OF THE MONTH A CITY IS PROJECTED FOR - THE WHOLE
001080*    MONTH, CUT BACK TO ITS SERVICE DATES WHEN IT WENT INTO OR
001090*    OUT OF SERVICE DURING THE MONTH.
001100 01  WS-MONTH-START              PIC 9(08) VALUE ZERO.
001110 01  WS-MONTH-END                PIC 9(08) VALUE ZERO.
001120 01  WS-FIRST-DAY                PIC 9(02) COMP VALUE ZERO.
001130 01  WS-LAST-DAY                 PIC 9(02) COMP VALUE ZERO.
001140 01  WS-DATE-QUOT                PIC 9(06) COMP VALUE ZERO.
001150*    ONE CITY'S PROJECTION.  EVERY DAY IS HELD AS ITS MEAN IN
001160*    FAHRENHEIT - A POSTED DAY'S (LOW+HIGH)/2 IN THE STATION'S
001170*    UNIT, CONVERTED; AN UNPOSTED DAY THE CITYNORM EXPECTED
001180*    AVERAGE.  DEGREE-DAYS ARE AGAINST THE STANDARD 65F BASE.
001190 01  WS-DAYS-ACTUAL              PIC 9(02) VALUE ZERO.
001200 01  WS-DAYS-PROJECTED           PIC 9(02) VALUE ZERO.
001210 01  WS-DAYS-USED                PIC 9(02) VALUE ZERO.
001220 01  WS-SUM-OF-MEANS-F           PIC S9(5)V9
001230         SIGN LEADING SEPARATE.
001240 01  WS-ACTUAL-SUM-F             PIC S9(5)V9
001250         SIGN LEADING SEPARATE.
001260 01  WS-DAY-MEAN                 PIC S9(2)V9
001270         SIGN LEADING SEPARATE.
001280 01  WS-DAY-MEAN-F               PIC S9(3)V9
001290         SIGN LEADING SEPARATE.
001300 01  WS-FILL-MEAN-F              PIC S9(3)V9
001310         SIGN LEADING SEPARATE.
001320 01  WS-PROJ-AVERAGE-F           PIC S9(3)V9
001330         SIGN LEADING SEPARATE.
001340 01  WS-PROJ-HDD                 PIC 9(04)V9 VALUE ZERO.
001350 01  WS-PROJ-CDD                 PIC 9(04)V9 VALUE ZERO.
001360 01  WS-NORMAL-HDD               PIC 9(04)V9 VALUE ZERO.
001370 01  WS-NORMAL-CDD               PIC 9(04)V9 VALUE ZERO.
001380 01  WS-AVG-GAP-F                PIC S9(3)V9
001390         SIGN LEADING SEPARATE.
001400 01  WS-HDD-GAP                  PIC S9(4)V9
001410         SIGN LEADING SEPARATE.
001420 01  WS-CDD-GAP                  PIC S9(4)V9
001430         SIGN LEADING SEPARATE.
001440 01  WS-HDD-BASE-F               PIC S9(3)V9
001450         SIGN LEADING SEPARATE VALUE 65.0.
001460 01  WS-CONV-UNIT-IN             PIC X(01).
001470 01  WS-CONV-TEMP-IN             PIC S9(2)V9
001480         SIGN LEADING SEPARATE.
001490 01  WS-CONV-TEMP-F              PIC S9(3)V9
001500         SIGN LEADING SEPARATE.
001510*    THE REGION ROLLUP.  A REGION'S AVERAGE IS THE MEAN OF ITS
001520*    CITIES' PROJECTED AVERAGES AND ITS DEGREE-DAYS THE SUM,
001530*    THE SAME ROLLUP CITYRGN APPLIES TO THE CLOSED MONTHS; THE
001540*    GAPS AGAINST NORMAL COVER ONLY THE CITIES THAT HAVE A
001550*    NORMAL.
001560 01  WS-MAX-REGIONS              PIC 9(03) COMP VALUE 100.
001570 01  WS-REGION-COUNT             PIC 9(03) COMP VALUE ZERO.
001580 01  PROJ-REGION-TABLE.
001590     05  PR-ENTRY OCCURS 1 TO 100 TIMES
001600             DEPENDING ON WS-REGION-COUNT.
001610         10  PR-REGION-CODE      PIC X(03).
001620         10  PR-CITY-COUNT       PIC 9(03).
001630         10  PR-NORMAL-COUNT     PIC 9(03).
001640         10  PR-DAYS-ACTUAL      PIC 9(05).
001650         10  PR-DAYS-PROJECTED   PIC 9(05).
001660         10  PR-AVG-SUM          PIC S9(5)V9
001670             SIGN LEADING SEPARATE.
001680         10  PR-AVG-GAP-SUM      PIC S9(5)V9
001690             SIGN LEADING SEPARATE.
001700         10  PR-HDD-TOTAL        PIC 9(06)V9.
001710         10  PR-CDD-TOTAL        PIC 9(06)V9.
001720         10  PR-HDD-GAP          PIC S9(6)V9
001730             SIGN LEADING SEPARATE.
001740         10  PR-CDD-GAP          PIC S9(6)V9
001750             SIGN LEADING SEPARATE.
001760 01  WS-REGION-SUB               PIC 9(04) COMP VALUE ZERO.
001770 01  WS-REGION-AVG               PIC S9(3)V9
001780         SIGN LEADING SEPARATE.
001790 01  WS-REGION-AVG-GAP           PIC S9(3)V9
001800         SIGN LEADING SEPARATE.
001810*    RUN TOTALS.
001820 01  WS-CITIES-READ              PIC 9(03) COMP VALUE ZERO.
001830 01  WS-CITIES-PROJECTED         PIC 9(03) COMP VALUE ZERO.
001840 01  WS-CITIES-NO-NORMAL         PIC 9(03) COMP VALUE ZERO.
001850 01  WS-CITIES-NO-DATA           PIC 9(03) COMP VALUE ZERO.
001860 01  WS-CITIES-OUT-SERVICE       PIC 9(03) COMP VALUE ZERO.
001870 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001880 01  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
001890 01  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
001900 01  WS-SAVE-LINE                PIC X(80).
001910 01  WS-TITLE-LINE.
001920     05  FILLER PIC X(80) VALUE
001930        'MID-MONTH DEGREE-DAY PROJECTION - POSTED DAYS PLUS NORMAL
001940-    ' FILL'.
001950 01  WS-REQUEST-LINE.
001960     05  FILLER                  PIC X(07) VALUE 'MONTH: '.
001970     05  WS-RQ-PERIOD             PIC X(06).
001980     05  FILLER                  PIC X(12) VALUE
001990        '  RUN DATE: '.
002000     05  WS-RQ-RUN-DATE           PIC X(08).
002010     05  FILLER                  PIC X(04) VALUE SPACES.
002020     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
002030     05  WS-RQ-PAGE-NO            PIC ZZZ9.
002040     05  FILLER                  PIC X(33) VALUE SPACES.
002050 01  WS-BLANK-LINE.
002060     05  FILLER                  PIC X(80) VALUE SPACES.
002070 01  WS-CITY-HDR-LINE.
002080     05  FILLER                  PIC X(80) VALUE
002090        'CITY RGN ACT PRJ  AVG(F)   GAP     HDD     GAP     CDD
002100-    '   GAP  NOTE'.
002110 01  WS-REGION-HDR-LINE.
002120     05  FILLER                  PIC X(80) VALUE
002130        'RGN  CTY ACT PRJ  AVG(F)   GAP     HDD     GAP     CDD
002140-    '   GAP'.
002150 01  WS-CITY-LINE.
002160     05  WS-CL-CITY-CODE          PIC X(04).
002170     05  FILLER                  PIC X(01) VALUE SPACES.
002180     05  WS-CL-REGION             PIC X(03).
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  WS-CL-ACTUAL             PIC Z9.
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  WS-CL-PROJECTED          PIC Z9.
002230     05  FILLER                  PIC X(01) VALUE SPACES.
002240     05  WS-CL-FIGURES.
002250         10  WS-CL-AVERAGE        PIC -ZZ9.9.
002260         10  FILLER              PIC X(01).
002270         10  WS-CL-AVG-GAP        PIC -ZZ9.9.
002280         10  WS-CL-AVG-GAP-X REDEFINES WS-CL-AVG-GAP PIC X(06).
002290         10  FILLER              PIC X(01).
002300         10  WS-CL-HDD            PIC ZZZ9.9.
002310         10  FILLER              PIC X(01).
002320         10  WS-CL-HDD-GAP        PIC -ZZZ9.9.
002330         10  WS-CL-HDD-GAP-X REDEFINES WS-CL-HDD-GAP PIC X(07).
002340         10  FILLER              PIC X(01).
002350         10  WS-CL-CDD            PIC ZZZ9.9.
002360         10  FILLER              PIC X(01).
002370         10  WS-CL-CDD-GAP        PIC -ZZZ9.9.
002380         10  WS-CL-CDD-GAP-X REDEFINES WS-CL-CDD-GAP PIC X(07).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  WS-CL-NOTE               PIC X(15).
002410*    THE GAP COLUMNS ARE BLANKED FOR A CITY WITH NO NORMAL.
002420     05  FILLER                  PIC X(03) VALUE SPACES.
002430 01  WS-REGION-LINE.
002440     05  WS-RL-REGION             PIC X(03).
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  WS-RL-CITIES             PIC ZZ9.
002470     05  FILLER                  PIC X(01) VALUE SPACES.
002480     05  WS-RL-ACTUAL             PIC ZZ9.
002490     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  WS-RL-PROJECTED          PIC ZZ9.
002510     05  FILLER                  PIC X(01) VALUE SPACES.
002520     05  WS-RL-AVERAGE            PIC -ZZ9.9.
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540     05  WS-RL-AVG-GAP            PIC -ZZ9.9.
002550     05  WS-RL-AVG-GAP-X REDEFINES WS-RL-AVG-GAP PIC X(06).
002560     05  FILLER                  PIC X(01) VALUE SPACES.
002570     05  WS-RL-HDD                PIC ZZZZ9.9.
002580     05  WS-RL-HDD-GAP            PIC -ZZZZ9.9.
002590     05  WS-RL-HDD-GAP-X REDEFINES WS-RL-HDD-GAP PIC X(08).
002600     05  FILLER                  PIC X(01) VALUE SPACES.
002610     05  WS-RL-CDD                PIC ZZZZ9.9.
002620     05  WS-RL-CDD-GAP            PIC -ZZZZ9.9.
002630     05  WS-RL-CDD-GAP-X REDEFINES WS-RL-CDD-GAP PIC X(08).
002640     05  FILLER                  PIC X(18) VALUE SPACES.
002650 01  WS-TOTAL-LINE.
002660     05  FILLER                  PIC X(18) VALUE
002670        'CITIES PROJECTED: '.
002680     05  WS-TL-PROJECTED          PIC ZZ9.
002690     05  FILLER                  PIC X(14) VALUE
002700        '  NO NORMAL: '.
002710     05  WS-TL-NO-NORMAL          PIC ZZ9.
002720     05  FILLER                  PIC X(18) VALUE
002730        '  NOT PROJECTED: '.
002740     05  WS-TL-NO-DATA            PIC ZZ9.
002750     05  FILLER                  PIC X(18) VALUE
002760        '  OUT OF SERVICE: '.
002770     05  WS-TL-OUT-SERVICE        PIC ZZ9.
002780*
002790 LINKAGE SECTION.
002800 01  PARM-DATA.
002810     05  PARM-LENGTH             PIC S9(04) COMP.
002820     05  PARM-TEXT               PIC X(06).
002830*
002840 PROCEDURE DIVISION USING PARM-DATA.
002850 0000-MAINLINE.
002860*    TOP LEVEL FLOW OF CONTROL FOR THE PROJECTION RUN.
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002880     IF NOT WS-PARM-ERROR
002890         PERFORM 2000-PROJECT-ONE-CITY THRU 2000-EXIT
002900             UNTIL WS-MSTR-EOF
002910         PERFORM 2500-PRINT-REGIONS THRU 2500-EXIT
002920     END-IF
002930     PERFORM 3000-TERMINATE THRU 3000-EXIT
002940     GO TO 0000-EXIT.
002950 0000-EXIT.
002960     EXIT.
002970*
002980 1000-INITIALIZE.
002990*    PARSES THE PARM AND OPENS THE DATASETS.  CITYMTD IS THE
003000*    WHOLE POINT AND MUST OPEN; WITHOUT CITYNORM THE UNPOSTED
003010*    DAYS ARE FILLED FROM EACH CITY'S OWN POSTED DAYS AND NO
003020*    GAP AGAINST NORMAL IS SHOWN.
003030     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003040     OPEN OUTPUT PROJECTION-REPORT-FILE
003050     PERFORM 1100-PARSE-REQUEST THRU 1100-EXIT
003060     IF WS-PARM-ERROR
003070         GO TO 1000-EXIT
003080     END-IF
003090     OPEN INPUT CITY-MTD-FILE
003100     IF WS-MTD-STATUS NOT = '00'
003110         DISPLAY 'CITY MTD FILE NOT AVAILABLE - STATUS '
003120             WS-MTD-STATUS
003130         SET WS-PARM-ERROR TO TRUE
003140         MOVE 8 TO RETURN-CODE
003150         GO TO 1000-EXIT
003160     END-IF
003170     SET WS-MTD-OPEN TO TRUE
003180     OPEN INPUT CITY-NORMALS-FILE
003190     IF WS-NORM-STATUS = '00'
003200         SET WS-NORM-OPEN TO TRUE
003210     ELSE
003220         DISPLAY 'CITY NORMALS FILE NOT AVAILABLE - STATUS '
003230             WS-NORM-STATUS
003240         DISPLAY 'UNPOSTED DAYS FILLED FROM POSTED DAYS ONLY'
003250     END-IF
003260     PERFORM 1200-SET-DAYS-IN-MONTH THRU 1200-EXIT
003270     COMPUTE WS-MONTH-START =
003280         WS-REQ-YEAR * 10000 + WS-REQ-MONTH * 100 + 1
003290     COMPUTE WS-MONTH-END =
003300         WS-MONTH-START + WS-DAYS-IN-MONTH - 1
003310     OPEN INPUT CITY-MASTER-FILE
003320     MOVE WS-CITY-HDR-LINE TO PJ-PRINT-LINE
003330     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT.
003340 1000-EXIT.
003350     EXIT.
003360*
003370 1100-PARSE-REQUEST.
003380*    NO PARM MEANS THE MONTH OF THE RUN DATE; OTHERWISE
003390*    PARM='YYYYMM'.
003400     IF PARM-LENGTH = ZERO
003410         MOVE WS-RUN-DATE (1:6) TO WS-REQ-PERIOD-X
003420         GO TO 1100-EXIT
003430     END-IF
003440     IF PARM-LENGTH NOT = 6
003450         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003460         GO TO 1100-EXIT
003470     END-IF
003480     MOVE PARM-TEXT TO WS-REQ-PERIOD-X
003490     IF WS-REQ-YEAR NOT NUMERIC
003500             OR WS-REQ-MONTH NOT NUMERIC
003510         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003520         GO TO 1100-EXIT
003530     END-IF
003540     IF WS-REQ-MONTH < 1 OR WS-REQ-MONTH > 12
003550         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003560     END-IF.
003570 1100-EXIT.
003580     EXIT.
003590*
003600 1150-FLAG-BAD-PARM.
003610*    REPORTS AN UNUSABLE PARM.  NOTHING IS PROJECTED.
003620     DISPLAY 'CITYPROJ PARM MUST BE YYYYMM - GOT: ' PARM-TEXT
003630     SET WS-PARM-ERROR TO TRUE
003640     MOVE 8 TO RETURN-CODE.
003650 1150-EXIT.
003660     EXIT.
003670*
003680 1200-SET-DAYS-IN-MONTH.
003690*    WORKS OUT HOW MANY DAYS THE MONTH HAS, WITH THE FULL
003700*    CENTURY RULE FOR FEBRUARY.
003710     EVALUATE WS-REQ-MONTH
003720         WHEN 4
003730         WHEN 6
003740         WHEN 9
003750         WHEN 11
003760             MOVE 30 TO WS-DAYS-IN-MONTH
003770         WHEN 2
003780             MOVE 28 TO WS-DAYS-IN-MONTH
003790             DIVIDE WS-REQ-YEAR BY 4
003800                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
003810             DIVIDE WS-REQ-YEAR BY 100
003820                 GIVING WS-LEAP-QUOT
003830                 REMAINDER WS-LEAP-REM-100
003840             DIVIDE WS-REQ-YEAR BY 400
003850                 GIVING WS-LEAP-QUOT
003860                 REMAINDER WS-LEAP-REM-400
003870             IF WS-LEAP-REM-400 = ZERO
003880                 MOVE 29 TO WS-DAYS-IN-MONTH
003890             ELSE
003900                 IF WS-LEAP-REM-4 = ZERO
003910                         AND WS-LEAP-REM-100 NOT = ZERO
003920                     MOVE 29 TO WS-DAYS-IN-MONTH
003930                 END-IF
003940             END-IF
003950         WHEN OTHER
003960             MOVE 31 TO WS-DAYS-IN-MONTH
003970     END-EVALUATE.
003980 1200-EXIT.
003990     EXIT.
004000*
004010 2000-PROJECT-ONE-CITY.
004020*    READS ONE CITY MASTER RECORD, PROJECTS THE CITY'S MONTH,
004030*    PRINTS IT AND ADDS IT INTO ITS REGION.  A CITY NOT YET IN
004040*    SERVICE BY THE END OF THE MONTH, OR TAKEN OUT BEFORE IT
004050*    BEGAN, HAS NO MONTH TO PROJECT AND IS ONLY COUNTED.
004060     READ CITY-MASTER-FILE
004070         AT END
004080             MOVE 'Y' TO WS-MSTR-EOF-SWITCH
004090             GO TO 2000-EXIT
004100     END-READ
004110     ADD 1 TO WS-CITIES-READ
004120     IF CM-IN-SERVICE-DATE > WS-MONTH-END
004130             OR (CM-OUT-SERVICE-DATE NOT = ZERO
004140             AND CM-OUT-SERVICE-DATE < WS-MONTH-START)
004150         ADD 1 TO WS-CITIES-OUT-SERVICE
004160         GO TO 2000-EXIT
004170     END-IF
004180     PERFORM 2050-SET-SERVICE-WINDOW THRU 2050-EXIT
004190     IF WS-FIRST-DAY > WS-LAST-DAY
004200         ADD 1 TO WS-CITIES-OUT-SERVICE
004210         GO TO 2000-EXIT
004220     END-IF
004230     MOVE SPACES TO WS-CL-NOTE
004240     PERFORM 2100-READ-CITY-MONTH THRU 2100-EXIT
004250     MOVE ZERO TO WS-DAYS-ACTUAL
004260     MOVE ZERO TO WS-ACTUAL-SUM-F
004270     IF WS-MTD-FOUND
004280         PERFORM 2200-TAKE-ONE-POSTED-DAY THRU 2200-EXIT
004290             VARYING WS-DAY-SUB FROM WS-FIRST-DAY BY 1
004300             UNTIL WS-DAY-SUB > WS-LAST-DAY
004310     END-IF
004320     IF WS-NORM-FOUND
004330         MOVE NORM-AVERAGE-F TO WS-FILL-MEAN-F
004340     ELSE
004350         IF WS-DAYS-ACTUAL = ZERO
004360             ADD 1 TO WS-CITIES-NO-DATA
004370             PERFORM 2400-PRINT-NOT-PROJECTED THRU 2400-EXIT
004380             GO TO 2000-EXIT
004390         END-IF
004400         ADD 1 TO WS-CITIES-NO-NORMAL
004410         MOVE 'NO NORMAL' TO WS-CL-NOTE
004420         COMPUTE WS-FILL-MEAN-F ROUNDED =
004430             WS-ACTUAL-SUM-F / WS-DAYS-ACTUAL
004440     END-IF
004450     IF NOT WS-MTD-FOUND
004460         MOVE 'NO CITYMTD' TO WS-CL-NOTE
004470     END-IF
004480     PERFORM 2300-BUILD-PROJECTION THRU 2300-EXIT
004490     ADD 1 TO WS-CITIES-PROJECTED
004500     PERFORM 2350-PRINT-CITY-LINE THRU 2350-EXIT
004510     PERFORM 2450-ADD-TO-REGION THRU 2450-EXIT.
004520 2000-EXIT.
004530     EXIT.
004540*
004550 2050-SET-SERVICE-WINDOW.
004560*    SETS THE DAYS THE CITY IS PROJECTED FOR: THE FIRST OF THE
004570*    MONTH, OR ITS IN-SERVICE DAY IF LATER, THROUGH THE LAST
004580*    DAY OF THE MONTH, OR ITS OUT-OF-SERVICE DAY IF EARLIER.
004590     MOVE 1                TO WS-FIRST-DAY
004600     MOVE WS-DAYS-IN-MONTH TO WS-LAST-DAY
004610     IF CM-IN-SERVICE-DATE > WS-MONTH-START
004620         DIVIDE CM-IN-SERVICE-DATE BY 100
004630             GIVING WS-DATE-QUOT REMAINDER WS-FIRST-DAY
004640     END-IF
004650     IF CM-OUT-SERVICE-DATE NOT = ZERO
004660             AND CM-OUT-SERVICE-DATE < WS-MONTH-END
004670         DIVIDE CM-OUT-SERVICE-DATE BY 100
004680             GIVING WS-DATE-QUOT REMAINDER WS-LAST-DAY
004690     END-IF.
004700 2050-EXIT.
004710     EXIT.
004720*
004730 2100-READ-CITY-MONTH.
004740*    LOOKS UP THE CITY'S MONTH-TO-DATE RECORD AND ITS NORMALS
004750*    FOR THE MONTH.
004760     MOVE 'N' TO WS-MTD-FOUND-SWITCH
004770     MOVE CM-CITY-CODE TO MTD-CITY-CODE
004780     MOVE WS-REQ-YEAR  TO MTD-READING-YEAR
004790     MOVE WS-REQ-MONTH TO MTD-READING-MONTH
004800     READ CITY-MTD-FILE
004810         INVALID KEY
004820             CONTINUE
004830         NOT INVALID KEY
004840             SET WS-MTD-FOUND TO TRUE
004850     END-READ
004860     MOVE 'N' TO WS-NORM-FOUND-SWITCH
004870     IF NOT WS-NORM-OPEN
004880         GO TO 2100-EXIT
004890     END-IF
004900     MOVE CM-CITY-CODE TO NORM-CITY-CODE
004910     MOVE WS-REQ-MONTH TO NORM-MONTH
004920     READ CITY-NORMALS-FILE
004930         INVALID KEY
004940             CONTINUE
004950         NOT INVALID KEY
004960             SET WS-NORM-FOUND TO TRUE
004970     END-READ.
004980 2100-EXIT.
004990     EXIT.
005000*
005010 2200-TAKE-ONE-POSTED-DAY.
005020*    COUNTS ONE POSTED SLOT AND ADDS ITS MEAN, IN FAHRENHEIT,
005030*    TO THE ACTUAL SUM.  CITYPOST ONLY POSTS A DAY THAT HAS
005040*    PASSED ITS EDITS.
005050     IF MTD-DAY-POSTED (WS-DAY-SUB) NOT = 'Y'
005060         GO TO 2200-EXIT
005070     END-IF
005080     ADD 1 TO WS-DAYS-ACTUAL
005090     COMPUTE WS-DAY-MEAN ROUNDED =
005100         (MTD-DAILY-LOW (WS-DAY-SUB)
005110         + MTD-DAILY-HIGH (WS-DAY-SUB)) / 2
005120     MOVE MTD-UNIT-FLAG TO WS-CONV-UNIT-IN
005130     MOVE WS-DAY-MEAN   TO WS-CONV-TEMP-IN
005140     PERFORM 2800-CONVERT-TO-F THRU 2800-EXIT
005150     ADD WS-CONV-TEMP-F TO WS-ACTUAL-SUM-F.
005160 2200-EXIT.
005170     EXIT.
005180*
005190 2300-BUILD-PROJECTION.
005200*    WALKS THE CITY'S DAYS IN SERVICE - POSTED DAYS AT THEIR
005210*    OWN MEAN, THE REST AT THE FILL MEAN - AND WORKS OUT THE
005220*    PROJECTED AVERAGE AND DEGREE-DAYS, AND THE GAPS AGAINST
005230*    NORMAL.
005240*    THE NORMAL MONTH IS EVERY DAY USED AT THE EXPECTED AVERAGE,
005250*    SO A FILLED DAY ADDS NOTHING TO THE GAP - THE GAP IS WHAT
005260*    THE POSTED DAYS HAVE ALREADY BANKED.
005270     MOVE ZERO TO WS-DAYS-PROJECTED
005280     MOVE ZERO TO WS-SUM-OF-MEANS-F
005290     MOVE ZERO TO WS-PROJ-HDD
005300     MOVE ZERO TO WS-PROJ-CDD
005310     PERFORM 2310-PROJECT-ONE-DAY THRU 2310-EXIT
005320         VARYING WS-DAY-SUB FROM WS-FIRST-DAY BY 1
005330         UNTIL WS-DAY-SUB > WS-LAST-DAY
005340     COMPUTE WS-DAYS-USED = WS-DAYS-ACTUAL + WS-DAYS-PROJECTED
005350     COMPUTE WS-PROJ-AVERAGE-F ROUNDED =
005360         WS-SUM-OF-MEANS-F / WS-DAYS-USED
005370     MOVE ZERO TO WS-NORMAL-HDD
005380     MOVE ZERO TO WS-NORMAL-CDD
005390     MOVE ZERO TO WS-AVG-GAP-F
005400     MOVE ZERO TO WS-HDD-GAP
005410     MOVE ZERO TO WS-CDD-GAP
005420     IF NOT WS-NORM-FOUND
005430         GO TO 2300-EXIT
005440     END-IF
005450     IF NORM-AVERAGE-F < WS-HDD-BASE-F
005460         COMPUTE WS-NORMAL-HDD =
005470             (WS-HDD-BASE-F - NORM-AVERAGE-F) * WS-DAYS-USED
005480     END-IF
005490     IF NORM-AVERAGE-F > WS-HDD-BASE-F
005500         COMPUTE WS-NORMAL-CDD =
005510             (NORM-AVERAGE-F - WS-HDD-BASE-F) * WS-DAYS-USED
005520     END-IF
005530     COMPUTE WS-AVG-GAP-F = WS-PROJ-AVERAGE-F - NORM-AVERAGE-F
005540     COMPUTE WS-HDD-GAP = WS-PROJ-HDD - WS-NORMAL-HDD
005550     COMPUTE WS-CDD-GAP = WS-PROJ-CDD - WS-NORMAL-CDD.
005560 2300-EXIT.
005570     EXIT.
005580*
005590 2310-PROJECT-ONE-DAY.
005600*    TAKES ONE DAY OF THE MONTH INTO THE PROJECTION.
005610     IF WS-MTD-FOUND
005620             AND MTD-DAY-POSTED (WS-DAY-SUB) = 'Y'
005630         COMPUTE WS-DAY-MEAN ROUNDED =
005640             (MTD-DAILY-LOW (WS-DAY-SUB)
005650             + MTD-DAILY-HIGH (WS-DAY-SUB)) / 2
005660         MOVE MTD-UNIT-FLAG TO WS-CONV-UNIT-IN
005670         MOVE WS-DAY-MEAN   TO WS-CONV-TEMP-IN
005680         PERFORM 2800-CONVERT-TO-F THRU 2800-EXIT
005690         MOVE WS-CONV-TEMP-F TO WS-DAY-MEAN-F
005700     ELSE
005710         ADD 1 TO WS-DAYS-PROJECTED
005720         MOVE WS-FILL-MEAN-F TO WS-DAY-MEAN-F
005730     END-IF
005740     ADD WS-DAY-MEAN-F TO WS-SUM-OF-MEANS-F
005750     IF WS-DAY-MEAN-F < WS-HDD-BASE-F
005760         COMPUTE WS-PROJ-HDD = WS-PROJ-HDD
005770             + WS-HDD-BASE-F - WS-DAY-MEAN-F
005780     END-IF
005790     IF WS-DAY-MEAN-F > WS-HDD-BASE-F
005800         COMPUTE WS-PROJ-CDD = WS-PROJ-CDD
005810             + WS-DAY-MEAN-F - WS-HDD-BASE-F
005820     END-IF.
005830 2310-EXIT.
005840     EXIT.
005850*
005860 2350-PRINT-CITY-LINE.
005870*    PRINTS ONE CITY'S PROJECTION.
005880     MOVE CM-CITY-CODE      TO WS-CL-CITY-CODE
005890     MOVE CM-REGION-CODE    TO WS-CL-REGION
005900     MOVE WS-DAYS-ACTUAL    TO WS-CL-ACTUAL
005910     MOVE WS-DAYS-PROJECTED TO WS-CL-PROJECTED
005920     MOVE WS-PROJ-AVERAGE-F TO WS-CL-AVERAGE
005930     MOVE WS-AVG-GAP-F      TO WS-CL-AVG-GAP
005940     MOVE WS-PROJ-HDD       TO WS-CL-HDD
005950     MOVE WS-HDD-GAP        TO WS-CL-HDD-GAP
005960     MOVE WS-PROJ-CDD       TO WS-CL-CDD
005970     MOVE WS-CDD-GAP        TO WS-CL-CDD-GAP
005980     IF NOT WS-NORM-FOUND
005990         MOVE SPACES TO WS-CL-AVG-GAP-X
006000         MOVE SPACES TO WS-CL-HDD-GAP-X
006010         MOVE SPACES TO WS-CL-CDD-GAP-X
006020     END-IF
006030     MOVE WS-CITY-LINE TO PJ-PRINT-LINE
006040     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT.
006050 2350-EXIT.
006060     EXIT.
006070*
006080 2400-PRINT-NOT-PROJECTED.
006090*    A CITY WITH NOTHING POSTED AND NO NORMAL TO FILL FROM
006100*    CANNOT BE PROJECTED.  IT IS LISTED, AND LEFT OUT OF ITS
006110*    REGION.
006120     MOVE CM-CITY-CODE   TO WS-CL-CITY-CODE
006130     MOVE CM-REGION-CODE TO WS-CL-REGION
006140     MOVE ZERO           TO WS-CL-ACTUAL
006150     MOVE ZERO           TO WS-CL-PROJECTED
006160     MOVE SPACES         TO WS-CL-FIGURES
006170     MOVE 'NOT PROJECTED' TO WS-CL-NOTE
006180     MOVE WS-CITY-LINE TO PJ-PRINT-LINE
006190     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT.
006200 2400-EXIT.
006210     EXIT.
006220*
006230 2450-ADD-TO-REGION.
006240*    ADDS THE CITY'S PROJECTION INTO ITS REGION'S ROW,
006250*    STARTING A NEW ROW FOR A REGION NOT YET SEEN.
006260     MOVE 'N' TO WS-REGION-FOUND-SWITCH
006270     PERFORM 2460-TEST-ONE-REGION THRU 2460-EXIT
006280         VARYING WS-REGION-SUB FROM 1 BY 1
006290         UNTIL WS-REGION-SUB > WS-REGION-COUNT
006300             OR WS-REGION-FOUND
006310     IF WS-REGION-FOUND
006320         SUBTRACT 1 FROM WS-REGION-SUB
006330     ELSE
006340         IF WS-REGION-COUNT >= WS-MAX-REGIONS
006350             DISPLAY 'MORE REGIONS THAN THE REGION TABLE '
006360                 'CAN HOLD - ' CM-REGION-CODE ' NOT ROLLED UP'
006370             GO TO 2450-EXIT
006380         END-IF
006390         ADD 1 TO WS-REGION-COUNT
006400         MOVE WS-REGION-COUNT TO WS-REGION-SUB
006410         MOVE CM-REGION-CODE TO PR-REGION-CODE (WS-REGION-SUB)
006420         MOVE ZERO TO PR-CITY-COUNT (WS-REGION-SUB)
006430         MOVE ZERO TO PR-NORMAL-COUNT (WS-REGION-SUB)
006440         MOVE ZERO TO PR-DAYS-ACTUAL (WS-REGION-SUB)
006450         MOVE ZERO TO PR-DAYS-PROJECTED (WS-REGION-SUB)
006460         MOVE ZERO TO PR-AVG-SUM (WS-REGION-SUB)
006470         MOVE ZERO TO PR-AVG-GAP-SUM (WS-REGION-SUB)
006480         MOVE ZERO TO PR-HDD-TOTAL (WS-REGION-SUB)
006490         MOVE ZERO TO PR-CDD-TOTAL (WS-REGION-SUB)
006500         MOVE ZERO TO PR-HDD-GAP (WS-REGION-SUB)
006510         MOVE ZERO TO PR-CDD-GAP (WS-REGION-SUB)
006520     END-IF
006530     ADD 1                 TO PR-CITY-COUNT (WS-REGION-SUB)
006540     ADD WS-DAYS-ACTUAL    TO PR-DAYS-ACTUAL (WS-REGION-SUB)
006550     ADD WS-DAYS-PROJECTED TO PR-DAYS-PROJECTED (WS-REGION-SUB)
006560     ADD WS-PROJ-AVERAGE-F TO PR-AVG-SUM (WS-REGION-SUB)
006570     ADD WS-PROJ-HDD       TO PR-HDD-TOTAL (WS-REGION-SUB)
006580     ADD WS-PROJ-CDD       TO PR-CDD-TOTAL (WS-REGION-SUB)
006590     IF WS-NORM-FOUND
006600         ADD 1            TO PR-NORMAL-COUNT (WS-REGION-SUB)
006610         ADD WS-AVG-GAP-F TO PR-AVG-GAP-SUM (WS-REGION-SUB)
006620         ADD WS-HDD-GAP   TO PR-HDD-GAP (WS-REGION-SUB)
006630         ADD WS-CDD-GAP   TO PR-CDD-GAP (WS-REGION-SUB)
006640     END-IF.
006650 2450-EXIT.
006660     EXIT.
006670*
006680 2460-TEST-ONE-REGION.
006690*    TESTS ONE REGION ROW AGAINST THE CITY'S REGION.
006700     IF PR-REGION-CODE (WS-REGION-SUB) = CM-REGION-CODE
006710         SET WS-REGION-FOUND TO TRUE
006720     END-IF.
006730 2460-EXIT.
006740     EXIT.
006750*
006760 2500-PRINT-REGIONS.
006770*    PRINTS THE REGION ROLLUP UNDER THE CITY LINES.
006780     MOVE WS-BLANK-LINE TO PJ-PRINT-LINE
006790     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
006800     MOVE WS-REGION-HDR-LINE TO PJ-PRINT-LINE
006810     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
006820     PERFORM 2510-PRINT-ONE-REGION THRU 2510-EXIT
006830         VARYING WS-REGION-SUB FROM 1 BY 1
006840         UNTIL WS-REGION-SUB > WS-REGION-COUNT.
006850 2500-EXIT.
006860     EXIT.
006870*
006880 2510-PRINT-ONE-REGION.
006890*    PRINTS ONE REGION'S PROJECTION.
006900     COMPUTE WS-REGION-AVG ROUNDED =
006910         PR-AVG-SUM (WS-REGION-SUB)
006920         / PR-CITY-COUNT (WS-REGION-SUB)
006930     MOVE PR-REGION-CODE (WS-REGION-SUB)    TO WS-RL-REGION
006940     MOVE PR-CITY-COUNT (WS-REGION-SUB)     TO WS-RL-CITIES
006950     MOVE PR-DAYS-ACTUAL (WS-REGION-SUB)    TO WS-RL-ACTUAL
006960     MOVE PR-DAYS-PROJECTED (WS-REGION-SUB) TO WS-RL-PROJECTED
006970     MOVE WS-REGION-AVG                     TO WS-RL-AVERAGE
006980     MOVE PR-HDD-TOTAL (WS-REGION-SUB)      TO WS-RL-HDD
006990     MOVE PR-CDD-TOTAL (WS-REGION-SUB)      TO WS-RL-CDD
007000     IF PR-NORMAL-COUNT (WS-REGION-SUB) = ZERO
007010         MOVE SPACES TO WS-RL-AVG-GAP-X
007020         MOVE SPACES TO WS-RL-HDD-GAP-X
007030         MOVE SPACES TO WS-RL-CDD-GAP-X
007040     ELSE
007050         COMPUTE WS-REGION-AVG-GAP ROUNDED =
007060             PR-AVG-GAP-SUM (WS-REGION-SUB)
007070             / PR-NORMAL-COUNT (WS-REGION-SUB)
007080         MOVE WS-REGION-AVG-GAP            TO WS-RL-AVG-GAP
007090         MOVE PR-HDD-GAP (WS-REGION-SUB)   TO WS-RL-HDD-GAP
007100         MOVE PR-CDD-GAP (WS-REGION-SUB)   TO WS-RL-CDD-GAP
007110     END-IF
007120     MOVE WS-REGION-LINE TO PJ-PRINT-LINE
007130     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT.
007140 2510-EXIT.
007150     EXIT.
007160*
007170 2800-CONVERT-TO-F.
007180*    CONVERTS WS-CONV-TEMP-IN, GIVEN IN THE UNIT NAMED BY
007190*    WS-CONV-UNIT-IN, TO FAHRENHEIT.
007200     IF WS-CONV-UNIT-IN = 'C'
007210         COMPUTE WS-CONV-TEMP-F ROUNDED =
007220             (WS-CONV-TEMP-IN * 9 / 5) + 32
007230     ELSE
007240         MOVE WS-CONV-TEMP-IN TO WS-CONV-TEMP-F
007250     END-IF.
007260 2800-EXIT.
007270     EXIT.
007280*
007290 2900-WRITE-PRINT-LINE.
007300*    WRITES ONE REPORT LINE, HEADING A NEW PAGE FIRST WHEN
007310*    THE CURRENT PAGE IS FULL.
007320     IF WS-LINE-COUNT = ZERO
007330         PERFORM 2910-PRINT-PAGE-HEADER THRU 2910-EXIT
007340     END-IF
007350     WRITE PJ-PRINT-LINE
007360         AFTER ADVANCING 1 LINE
007370     ADD 1 TO WS-LINE-COUNT
007380     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007390         MOVE ZERO TO WS-LINE-COUNT
007400     END-IF.
007410 2900-EXIT.
007420     EXIT.
007430*
007440 2910-PRINT-PAGE-HEADER.
007450*    STARTS A NEW PAGE: TITLE, MONTH/PAGE LINE AND A BLANK
007460*    LINE.  THE LINE BEING PRINTED IS PRESERVED AROUND THE
007470*    HEADER WRITES.
007480     ADD 1 TO WS-PAGE-NO
007490     MOVE PJ-PRINT-LINE TO WS-SAVE-LINE
007500     WRITE PJ-PRINT-LINE FROM WS-TITLE-LINE
007510         AFTER ADVANCING PAGE
007520     MOVE WS-REQ-PERIOD-X TO WS-RQ-PERIOD
007530     MOVE WS-RUN-DATE     TO WS-RQ-RUN-DATE
007540     MOVE WS-PAGE-NO      TO WS-RQ-PAGE-NO
007550     WRITE PJ-PRINT-LINE FROM WS-REQUEST-LINE
007560         AFTER ADVANCING 1 LINE
007570     WRITE PJ-PRINT-LINE FROM WS-BLANK-LINE
007580         AFTER ADVANCING 1 LINE
007590     MOVE WS-SAVE-LINE TO PJ-PRINT-LINE.
007600 2910-EXIT.
007610     EXIT.
007620*
007630 3000-TERMINATE.
007640*    PRINTS THE RUN TOTALS AND CLOSES THE DATASETS.  RC=4 WHEN
007650*    ANY CITY COULD NOT BE PROJECTED OR HAD NO NORMAL.
007660     IF NOT WS-PARM-ERROR
007670         MOVE WS-BLANK-LINE TO PJ-PRINT-LINE
007680         PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
007690         MOVE WS-CITIES-PROJECTED TO WS-TL-PROJECTED
007700         MOVE WS-CITIES-NO-NORMAL TO WS-TL-NO-NORMAL
007710         MOVE WS-CITIES-NO-DATA   TO WS-TL-NO-DATA
007720         MOVE WS-CITIES-OUT-SERVICE TO WS-TL-OUT-SERVICE
007730         MOVE WS-TOTAL-LINE TO PJ-PRINT-LINE
007740         PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
007750         CLOSE CITY-MASTER-FILE
007760     END-IF
007770     IF WS-MTD-OPEN
007780         CLOSE CITY-MTD-FILE
007790     END-IF
007800     IF WS-NORM-OPEN
007810         CLOSE CITY-NORMALS-FILE
007820     END-IF
007830     CLOSE PROJECTION-REPORT-FILE
007840     DISPLAY 'DEGREE-DAY PROJECTION TOTALS'
007850     DISPLAY '  CITIES READ..........: ' WS-CITIES-READ
007860     DISPLAY '  CITIES PROJECTED.....: ' WS-CITIES-PROJECTED
007870     DISPLAY '  CITIES WITH NO NORMAL: ' WS-CITIES-NO-NORMAL
007880     DISPLAY '  CITIES NOT PROJECTED.: ' WS-CITIES-NO-DATA
007890     DISPLAY '  CITIES OUT OF SERVICE: ' WS-CITIES-OUT-SERVICE
007900     IF RETURN-CODE < 4
007910         IF WS-CITIES-NO-NORMAL > ZERO
007920                 OR WS-CITIES-NO-DATA > ZERO
007930             MOVE 4 TO RETURN-CODE
007940         END-IF
007950     END-IF
007960     STOP RUN.
007970 3000-EXIT.
007980     EXIT.
007990 END PROGRAM CITYPROJ.
