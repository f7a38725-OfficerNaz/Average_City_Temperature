000350*                     THRESHOLD - THE 2025 GUESSES STOP AGING
000360*                     IN PLACE.  A CITY/MONTH WITH NO USABLE
000370*                     HISTORY KEEPS WHATEVER RECORD IT HAS.
000380*    2026-09-02  NS  HISTREC NOW CARRIES MONTHLY PRECIPITATION
000390*                     AND SNOWFALL TOTALS AND THE MEASURABLE-
000400*                     PRECIPITATION DAY COUNT - ARCHIVE RECORD
000410*                     WIDENED 79 TO 91.
000420*    2026-10-15  NS  CITYMSTR IS READ FOR EACH STATION'S
000430*                     RELOCATION DATE.  HISTORY FROM THE MOVE
000440*                     MONTH OR EARLIER IS LEFT OUT, SO THE NEW
000450*                     SITE'S NORMALS ARE NOT BLENDED WITH THE
000460*                     OLD SITE'S.  WITH NO CITYMSTR ALL HISTORY
000470*                     IS USED, AS BEFORE.  MEMBER RESEQUENCED.
000480*    2026-10-15  NS  THE NORMALS TABLE AND THE RELOCATION TABLE
000490*                     NOW HOLD 500 CITIES EACH; THE CITY
000500*                     SUBSCRIPTS ARE WIDENED TO MATCH.  MEMBER
000510*                     RESEQUENCED.
000520*    2026-10-15  NS  THE MOVE-MONTH TEST USES A HISTORY RECORD'S
000530*                     READING MONTH, THE MONTH BEFORE ITS RUN
000540*                     DATE, SO THE RECORD HOLDING THE MOVE MONTH
000550*                     ITSELF IS LEFT OUT TOO.  MEMBER RESEQUENCED.
000560*
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT CITY-HISTORY-FILE ASSIGN TO CITYHIST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS HIST-KEY
000640         FILE STATUS IS WS-HIST-STATUS.
000650     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO HISTARCH
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-ARCH-STATUS.
000680     SELECT CITY-NORMALS-FILE ASSIGN TO CITYNORM
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS NORM-KEY
000720         FILE STATUS IS WS-NORM-STATUS.
000730     SELECT CITY-MASTER-FILE ASSIGN TO CITYMSTR
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-MSTR-STATUS.
000760     SELECT COMPARE-REPORT-FILE ASSIGN TO NORMCMPR
000770         ORGANIZATION IS SEQUENTIAL.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  CITY-HISTORY-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY HISTREC.
000840*
000850 FD  HISTORY-ARCHIVE-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  ARCH-RECORD                 PIC X(91).
000880*
000890 FD  CITY-NORMALS-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY NORMREC.
000920*
000930 FD  CITY-MASTER-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY CMREC.
000960*
000970 FD  COMPARE-REPORT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  NC-PRINT-LINE               PIC X(80).
001000*
001010 WORKING-STORAGE SECTION.
001020 01  WS-HIST-STATUS              PIC X(02) VALUE '00'.
001030 01  WS-ARCH-STATUS              PIC X(02) VALUE '00'.
001040 01  WS-NORM-STATUS              PIC X(02) VALUE '00'.
001050 01  WS-MSTR-STATUS              PIC X(02) VALUE '00'.
001060 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001070     88  WS-EOF                    VALUE 'Y'.
001080 01  WS-ARCH-EOF-SWITCH           PIC X(01) VALUE 'N'.
001090     88  WS-ARCH-EOF                VALUE 'Y'.
001100 01  WS-HIST-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001110     88  WS-HIST-OPEN               VALUE 'Y'.
001120 01  WS-ARCH-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001130     88  WS-ARCH-OPEN               VALUE 'Y'.
001140 01  WS-MSTR-EOF-SWITCH           PIC X(01) VALUE 'N'.
001150     88  WS-MSTR-EOF                VALUE 'Y'.
001160 01  WS-FOUND-MOVE-SWITCH         PIC X(01) VALUE 'N'.
001170     88  WS-FOUND-MOVE              VALUE 'Y'.
001180 01  WS-FOUND-CITY-SWITCH         PIC X(01) VALUE 'N'.
001190     88  WS-FOUND-CITY              VALUE 'Y'.
001200 01  WS-OLD-NORM-SWITCH           PIC X(01) VALUE 'N'.
001210     88  WS-OLD-NORM-FOUND          VALUE 'Y'.
001220*    SET ONCE THE NORMALS AND LISTING DATASETS ARE OPEN - THE
001230*    BAD-PARM PATH EXITS BEFORE ANY OPEN AND MUST NOT CLOSE
001240*    FILES THAT WERE NEVER OPENED.
001250 01  WS-FILES-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001260     88  WS-FILES-OPEN              VALUE 'Y'.
001270*    HOW MANY YEARS OF HISTORY FEED THE NORMALS (FROM THE
001280*    PARM, DEFAULT 5), THE AGREED MARGIN THE OBSERVED EXTREME
001290*    BAND IS WIDENED BY IN EACH UNIT, AND THE EYEBALL
001300*    THRESHOLD - A PROPOSED EXPECTED AVERAGE THAT MOVED MORE
001310*    THAN THIS MANY FAHRENHEIT DEGREES FROM THE RECORD IT
001320*    REPLACES IS FLAGGED ON THE COMPARISON LISTING.
001330 01  WS-YEARS-BACK               PIC 9(02) VALUE 5.
001340 01  WS-BAND-MARGIN-F            PIC 9(1)V9 VALUE 5.0.
001350 01  WS-BAND-MARGIN-C            PIC 9(1)V9 VALUE 3.0.
001360 01  WS-JUMP-THRESHOLD-F         PIC 9(1)V9 VALUE 5.0.
001370 01  WS-RUN-DATE                 PIC X(08).
001380 01  WS-CUTOFF-DATE.
001390     05  WS-CUTOFF-YEAR          PIC 9(04).
001400     05  WS-CUTOFF-MMDD          PIC X(04).
001410*    ONE ROW PER CITY, ONE CELL PER CALENDAR MONTH - THE
001420*    ACCUMULATED MEANS AND OBSERVED EXTREMES THE REFRESHED
001430*    NORMALS ARE COMPUTED FROM.
001440 01  WS-MAX-CITIES               PIC 9(03) COMP VALUE 500.
001450 01  WS-CITY-COUNT               PIC 9(03) COMP VALUE ZERO.
001460 01  NC-CITY-TABLE.
001470     05  NC-CITY-ROW OCCURS 500 TIMES.
001480         10  NC-CITY-CODE        PIC X(04).
001490         10  NC-MONTH-CELL OCCURS 12 TIMES.
001500             15  NC-MONTH-COUNT  PIC 9(03).
001510             15  NC-AVG-F-SUM    PIC S9(5)V9
001520                 SIGN LEADING SEPARATE.
001530             15  NC-AVG-C-SUM    PIC S9(5)V9
001540                 SIGN LEADING SEPARATE.
001550             15  NC-MIN-F        PIC S9(3)V9
001560                 SIGN LEADING SEPARATE.
001570             15  NC-MIN-C        PIC S9(2)V9
001580                 SIGN LEADING SEPARATE.
001590             15  NC-MAX-F        PIC S9(3)V9
001600                 SIGN LEADING SEPARATE.
001610             15  NC-MAX-C        PIC S9(2)V9
001620                 SIGN LEADING SEPARATE.
001630*    EVERY RELOCATED STATION ON THE MASTER, WITH THE CCYYMM
001640*    OF ITS MOVE - HISTORY FROM THAT MONTH OR EARLIER IS THE
001650*    OLD SITE'S AND STAYS OUT OF THE NEW SITE'S NORMALS.
001660 01  WS-MAX-MOVES                PIC 9(03) COMP VALUE 500.
001670 01  WS-MOVE-COUNT               PIC 9(03) COMP VALUE ZERO.
001680 01  NC-MOVE-TABLE.
001690     05  NC-MOVE-ROW OCCURS 500 TIMES.
001700         10  NC-MOVE-CITY-CODE   PIC X(04).
001710         10  NC-MOVE-PERIOD      PIC 9(06).
001720 01  WS-MOVE-SUB                 PIC 9(04) COMP VALUE ZERO.
001730 01  WS-HIST-PERIOD              PIC 9(06) VALUE ZERO.
001740 01  WS-HIST-PERIOD-R REDEFINES WS-HIST-PERIOD.
001750     05  WS-HIST-PERIOD-YEAR     PIC 9(04).
001760     05  WS-HIST-PERIOD-MONTH    PIC 9(02).
001770 01  WS-CITY-SUB                 PIC 9(04) COMP VALUE ZERO.
001780 01  WS-SCAN-SUB                 PIC 9(04) COMP VALUE ZERO.
001790 01  WS-MONTH-SUB                PIC 9(02) COMP VALUE ZERO.
001800 01  WS-HIST-MONTH               PIC 9(02) VALUE ZERO.
001810*    RUN TOTALS FOR THE END-OF-RUN DISPLAY.
001820 01  WS-RECORDS-USED             PIC 9(07) COMP VALUE ZERO.
001830 01  WS-RECORDS-SKIPPED-L        PIC 9(07) COMP VALUE ZERO.
001840 01  WS-RECORDS-TOO-OLD          PIC 9(07) COMP VALUE ZERO.
001850 01  WS-RECORDS-PRE-MOVE         PIC 9(07) COMP VALUE ZERO.
001860 01  WS-NORMALS-WRITTEN          PIC 9(04) COMP VALUE ZERO.
001870 01  WS-NORMALS-REPLACED         PIC 9(04) COMP VALUE ZERO.
001880 01  WS-NORMALS-FLAGGED          PIC 9(04) COMP VALUE ZERO.
001890 01  WS-OLD-AVERAGE-F            PIC S9(3)V9
001900         SIGN LEADING SEPARATE.
001910 01  WS-JUMP-WORK                PIC S9(3)V9
001920         SIGN LEADING SEPARATE.
001930 01  WS-EDIT-TEMP                PIC -ZZ9.9.
001940 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001950 01  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
001960 01  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
001970 01  WS-SAVE-LINE                PIC X(80).
001980 01  WS-TITLE-LINE.
001990     05  FILLER PIC X(80) VALUE
002000        'CITYNORM REFRESH - PROPOSED NORMALS, OLD NEXT TO NEW'.
002010 01  WS-PAGE-LINE.
002020     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002030     05  WS-PL-RUN-DATE           PIC X(08).
002040     05  FILLER                  PIC X(08) VALUE '  YEARS '.
002050     05  WS-PL-YEARS              PIC Z9.
002060     05  FILLER                  PIC X(08) VALUE SPACES.
002070     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
002080     05  WS-PL-PAGE-NO            PIC ZZZ9.
002090     05  FILLER                  PIC X(38) VALUE SPACES.
002100 01  WS-BLANK-LINE.
002110     05  FILLER                  PIC X(80) VALUE SPACES.
002120 01  WS-COLUMN-HDR-LINE.
002130     05  FILLER                  PIC X(80) VALUE
002140        'CITY MO YRS  OLD-AVG OLD-MIN OLD-MAX  NEW-AVG NEW-MIN NE
002150-    'W-MAX   JUMP'.
002160 01  WS-DETAIL-LINE.
002170     05  WS-DL-CITY-CODE          PIC X(04).
002180     05  FILLER                  PIC X(01) VALUE SPACES.
002190     05  WS-DL-MONTH              PIC 9(02).
002200     05  FILLER                  PIC X(01) VALUE SPACES.
002210     05  WS-DL-YEARS              PIC ZZ9.
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  WS-DL-OLD-AVG            PIC X(06).
002240     05  FILLER                  PIC X(01) VALUE SPACES.
002250     05  WS-DL-OLD-MIN            PIC X(06).
002260     05  FILLER                  PIC X(01) VALUE SPACES.
002270     05  WS-DL-OLD-MAX            PIC X(06).
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  WS-DL-NEW-AVG            PIC -999.9.
002300     05  FILLER                  PIC X(01) VALUE SPACES.
002310     05  WS-DL-NEW-MIN            PIC -999.9.
002320     05  FILLER                  PIC X(01) VALUE SPACES.
002330     05  WS-DL-NEW-MAX            PIC -999.9.
002340     05  FILLER                  PIC X(01) VALUE SPACES.
002350     05  WS-DL-JUMP               PIC X(06).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  WS-DL-FLAG               PIC X(02).
002380     05  FILLER                  PIC X(16) VALUE SPACES.
002390 01  WS-EDIT-JUMP                PIC +ZZ9.9.
002400*
002410 LINKAGE SECTION.
002420 01  PARM-DATA.
002430     05  PARM-LENGTH             PIC S9(04) COMP.
002440     05  PARM-YEARS              PIC X(02).
002450     05  PARM-YEARS-N REDEFINES PARM-YEARS
002460                                 PIC 9(02).
002470*
002480 PROCEDURE DIVISION USING PARM-DATA.
002490 0000-MAINLINE.
002500*    TOP LEVEL FLOW OF CONTROL FOR THE NORMALS REFRESH RUN.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002520     PERFORM 2000-LOAD-ALL-HISTORY THRU 2000-EXIT
002530     PERFORM 3000-REFRESH-ALL-NORMALS THRU 3000-EXIT
002540     PERFORM 4000-TERMINATE THRU 4000-EXIT
002550     GO TO 0000-EXIT.
002560 0000-EXIT.
002570     EXIT.
002580*
002590 1000-INITIALIZE.
002600*    ESTABLISHES THE YEARS-BACK WINDOW FROM THE PARM (DEFAULT
002610*    5), DERIVES THE CUTOFF DATE, LOADS THE RELOCATED
002620*    STATIONS FROM THE MASTER, AND OPENS THE DATASETS.  A
002630*    GARBLED PARM ENDS THE STEP RC=8 WITH NOTHING TOUCHED -
002640*    A REFRESH OVER THE WRONG WINDOW WOULD QUIETLY RESHAPE
002650*    EVERY VALIDATION BAND IN THE SYSTEM.
002660     IF PARM-LENGTH = ZERO
002670         CONTINUE
002680     ELSE
002690         IF PARM-LENGTH NOT = 2
002700                 OR PARM-YEARS-N NOT NUMERIC
002710                 OR PARM-YEARS-N = ZERO
002720             DISPLAY 'NORMCALC NEEDS PARM=NN YEARS - GOT: '
002730                 PARM-YEARS
002740             MOVE 8 TO RETURN-CODE
002750             MOVE 'Y' TO WS-EOF-SWITCH
002760             MOVE 'Y' TO WS-ARCH-EOF-SWITCH
002770             GO TO 1000-EXIT
002780         END-IF
002790         MOVE PARM-YEARS-N TO WS-YEARS-BACK
002800     END-IF
002810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002820     MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
002830     SUBTRACT WS-YEARS-BACK FROM WS-CUTOFF-YEAR
002840     OPEN INPUT CITY-HISTORY-FILE
002850     IF WS-HIST-STATUS = '00'
002860         SET WS-HIST-OPEN TO TRUE
002870     ELSE
002880         DISPLAY 'CITY HISTORY FILE NOT AVAILABLE - STATUS '
002890             WS-HIST-STATUS
002900     END-IF
002910     OPEN INPUT HISTORY-ARCHIVE-FILE
002920     IF WS-ARCH-STATUS = '00'
002930         SET WS-ARCH-OPEN TO TRUE
002940     ELSE
002950         DISPLAY 'HISTORY ARCHIVE NOT PRESENT - STATUS '
002960             WS-ARCH-STATUS
002970         DISPLAY 'NORMALS DRAW ON THE ONLINE WINDOW ONLY'
002980     END-IF
002990     OPEN INPUT CITY-MASTER-FILE
003000     IF WS-MSTR-STATUS = '00'
003010         PERFORM 1100-LOAD-ONE-MOVE THRU 1100-EXIT
003020             UNTIL WS-MSTR-EOF
003030         CLOSE CITY-MASTER-FILE
003040     ELSE
003050         DISPLAY 'CITY MASTER NOT PRESENT - STATUS '
003060             WS-MSTR-STATUS
003070         DISPLAY 'RELOCATIONS NOT KNOWN - ALL HISTORY USED'
003080     END-IF
003090     OPEN I-O CITY-NORMALS-FILE
003100     IF WS-NORM-STATUS NOT = '00'
003110         OPEN OUTPUT CITY-NORMALS-FILE
003120     END-IF
003130     OPEN OUTPUT COMPARE-REPORT-FILE
003140     SET WS-FILES-OPEN TO TRUE
003150     DISPLAY 'REFRESHING NORMALS FROM HISTORY SINCE '
003160         WS-CUTOFF-DATE.
003170 1000-EXIT.
003180     EXIT.
003190*
003200 1100-LOAD-ONE-MOVE.
003210*    READS ONE CITY MASTER RECORD AND, WHEN THE STATION HAS
003220*    MOVED, ADDS IT TO THE RELOCATION TABLE.
003230     READ CITY-MASTER-FILE
003240         AT END
003250             MOVE 'Y' TO WS-MSTR-EOF-SWITCH
003260             GO TO 1100-EXIT
003270     END-READ
003280     IF CM-RELOCATED-DATE = ZERO
003290         GO TO 1100-EXIT
003300     END-IF
003310     IF WS-MOVE-COUNT >= WS-MAX-MOVES
003320         DISPLAY 'MORE RELOCATED CITIES THAN THE TABLE HOLDS - '
003330             CM-CITY-CODE ' USES ALL ITS HISTORY'
003340         GO TO 1100-EXIT
003350     END-IF
003360     ADD 1 TO WS-MOVE-COUNT
003370     MOVE CM-CITY-CODE TO NC-MOVE-CITY-CODE (WS-MOVE-COUNT)
003380     COMPUTE NC-MOVE-PERIOD (WS-MOVE-COUNT) =
003390         CM-RELOCATED-DATE / 100.
003400 1100-EXIT.
003410     EXIT.
003420*
003430 2000-LOAD-ALL-HISTORY.
003440*    FOLDS EVERY USABLE HISTORY RECORD FROM BOTH SOURCES INTO
003450*    THE CITY/MONTH ACCUMULATION TABLE.
003460     IF WS-ARCH-OPEN
003470         PERFORM 2100-LOAD-ONE-ARCHIVE-RECORD THRU 2100-EXIT
003480             UNTIL WS-ARCH-EOF
003490         CLOSE HISTORY-ARCHIVE-FILE
003500     END-IF
003510     IF WS-HIST-OPEN
003520         PERFORM 2150-LOAD-ONE-CLUSTER-RECORD THRU 2150-EXIT
003530             UNTIL WS-EOF
003540     END-IF.
003550 2000-EXIT.
003560     EXIT.
003570*
003580 2100-LOAD-ONE-ARCHIVE-RECORD.
003590*    READS ONE ARCHIVED HISTORY RECORD AND FOLDS IT IN.
003600     READ HISTORY-ARCHIVE-FILE INTO ARCH-RECORD
003610         AT END
003620             MOVE 'Y' TO WS-ARCH-EOF-SWITCH
003630             GO TO 2100-EXIT
003640     END-READ
003650     MOVE ARCH-RECORD TO HIST-RECORD
003660     PERFORM 2200-FILE-ONE-RECORD THRU 2200-EXIT.
003670 2100-EXIT.
003680     EXIT.
003690*
003700 2150-LOAD-ONE-CLUSTER-RECORD.
003710*    READS THE NEXT ONLINE HISTORY RECORD AND FOLDS IT IN.
003720     READ CITY-HISTORY-FILE NEXT RECORD
003730         AT END
003740             MOVE 'Y' TO WS-EOF-SWITCH
003750             GO TO 2150-EXIT
003760     END-READ
003770     PERFORM 2200-FILE-ONE-RECORD THRU 2200-EXIT.
003780 2150-EXIT.
003790     EXIT.
003800*
003810 2200-FILE-ONE-RECORD.
003820*    FOLDS ONE HISTORY RECORD INTO ITS CITY/MONTH CELL.  A
003830*    RECORD OLDER THAN THE CUTOFF, OR FLAGGED LOW COVERAGE,
003840*    CONTRIBUTES NOTHING - A 10-DAY MONTH HAS NO BUSINESS
003850*    SHAPING NEXT YEAR'S VALIDATION BAND.
003860*    NOR DOES A RELOCATED STATION'S HISTORY FROM ITS MOVE
003870*    MONTH OR EARLIER - THAT IS ANOTHER SITE'S CLIMATE.  THE
003880*    TEST IS ON THE READING MONTH, THE MONTH BEFORE THE RUN
003890*    DATE - THE NIGHTLY RUN AFTER CITYCLOS AVERAGES THE MONTH
003900*    JUST CLOSED.
003910     IF HIST-RUN-DATE < WS-CUTOFF-DATE
003920         ADD 1 TO WS-RECORDS-TOO-OLD
003930         GO TO 2200-EXIT
003940     END-IF
003950     IF HIST-COVERAGE-FLAG = 'L'
003960         ADD 1 TO WS-RECORDS-SKIPPED-L
003970         GO TO 2200-EXIT
003980     END-IF
003990     PERFORM 2250-FIND-CITY-MOVE THRU 2250-EXIT
004000     IF WS-FOUND-MOVE
004010         MOVE HIST-RUN-DATE (1:6) TO WS-HIST-PERIOD
004020         IF WS-HIST-PERIOD-MONTH = 1
004030             MOVE 12 TO WS-HIST-PERIOD-MONTH
004040             SUBTRACT 1 FROM WS-HIST-PERIOD-YEAR
004050         ELSE
004060             SUBTRACT 1 FROM WS-HIST-PERIOD-MONTH
004070         END-IF
004080         IF WS-HIST-PERIOD <= NC-MOVE-PERIOD (WS-MOVE-SUB)
004090             ADD 1 TO WS-RECORDS-PRE-MOVE
004100             GO TO 2200-EXIT
004110         END-IF
004120     END-IF
004130     MOVE HIST-RUN-DATE (5:2) TO WS-HIST-MONTH
004140     IF WS-HIST-MONTH < 1 OR WS-HIST-MONTH > 12
004150         GO TO 2200-EXIT
004160     END-IF
004170     PERFORM 2210-FIND-CITY-ROW THRU 2210-EXIT
004180     IF NOT WS-FOUND-CITY
004190         IF WS-CITY-COUNT >= WS-MAX-CITIES
004200             DISPLAY 'MORE CITIES ON HISTORY THAN THE '
004210                 'NORMALS TABLE HOLDS - ' HIST-CITY-CODE
004220                 ' IGNORED'
004230             GO TO 2200-EXIT
004240         END-IF
004250         ADD 1 TO WS-CITY-COUNT
004260         MOVE WS-CITY-COUNT TO WS-CITY-SUB
004270         MOVE HIST-CITY-CODE TO NC-CITY-CODE (WS-CITY-SUB)
004280         PERFORM 2230-CLEAR-ONE-CITY-ROW THRU 2230-EXIT
004290             VARYING WS-MONTH-SUB FROM 1 BY 1
004300             UNTIL WS-MONTH-SUB > 12
004310     END-IF
004320     MOVE WS-HIST-MONTH TO WS-MONTH-SUB
004330     PERFORM 2240-ACCUMULATE-ONE-MONTH THRU 2240-EXIT
004340     ADD 1 TO WS-RECORDS-USED.
004350 2200-EXIT.
004360     EXIT.
004370*
004380 2210-FIND-CITY-ROW.
004390*    LOOKS THE RECORD'S CITY CODE UP IN THE TABLE.
004400     MOVE 'N' TO WS-FOUND-CITY-SWITCH
004410     PERFORM 2220-TEST-ONE-CITY-ROW THRU 2220-EXIT
004420         VARYING WS-SCAN-SUB FROM 1 BY 1
004430         UNTIL WS-SCAN-SUB > WS-CITY-COUNT
004440             OR WS-FOUND-CITY.
004450 2210-EXIT.
004460     EXIT.
004470*
004480 2220-TEST-ONE-CITY-ROW.
004490*    TESTS ONE CITY ROW AGAINST THE RECORD'S CITY CODE.
004500     IF NC-CITY-CODE (WS-SCAN-SUB) = HIST-CITY-CODE
004510         SET WS-FOUND-CITY TO TRUE
004520         MOVE WS-SCAN-SUB TO WS-CITY-SUB
004530     END-IF.
004540 2220-EXIT.
004550     EXIT.
004560*
004570 2230-CLEAR-ONE-CITY-ROW.
004580*    ZEROES ONE CALENDAR-MONTH CELL OF A NEWLY ADDED CITY.
004590     MOVE ZERO TO NC-MONTH-COUNT (WS-CITY-SUB WS-MONTH-SUB)
004600     MOVE ZERO TO NC-AVG-F-SUM (WS-CITY-SUB WS-MONTH-SUB)
004610     MOVE ZERO TO NC-AVG-C-SUM (WS-CITY-SUB WS-MONTH-SUB)
004620     MOVE ZERO TO NC-MIN-F (WS-CITY-SUB WS-MONTH-SUB)
004630     MOVE ZERO TO NC-MIN-C (WS-CITY-SUB WS-MONTH-SUB)
004640     MOVE ZERO TO NC-MAX-F (WS-CITY-SUB WS-MONTH-SUB)
004650     MOVE ZERO TO NC-MAX-C (WS-CITY-SUB WS-MONTH-SUB).
004660 2230-EXIT.
004670     EXIT.
004680*
004690 2240-ACCUMULATE-ONE-MONTH.
004700*    FOLDS THE RECORD'S AVERAGE INTO THE CELL'S MEAN AND ITS
004710*    MONTHLY HIGH/LOW INTO THE CELL'S OBSERVED EXTREME BAND.
004720     IF NC-MONTH-COUNT (WS-CITY-SUB WS-MONTH-SUB) = ZERO
004730         MOVE HIST-MONTH-LOW-F
004740             TO NC-MIN-F (WS-CITY-SUB WS-MONTH-SUB)
004750         MOVE HIST-MONTH-LOW-C
004760             TO NC-MIN-C (WS-CITY-SUB WS-MONTH-SUB)
004770         MOVE HIST-MONTH-HIGH-F
004780             TO NC-MAX-F (WS-CITY-SUB WS-MONTH-SUB)
004790         MOVE HIST-MONTH-HIGH-C
004800             TO NC-MAX-C (WS-CITY-SUB WS-MONTH-SUB)
004810     ELSE
004820         IF HIST-MONTH-LOW-F
004830                 < NC-MIN-F (WS-CITY-SUB WS-MONTH-SUB)
004840             MOVE HIST-MONTH-LOW-F
004850                 TO NC-MIN-F (WS-CITY-SUB WS-MONTH-SUB)
004860             MOVE HIST-MONTH-LOW-C
004870                 TO NC-MIN-C (WS-CITY-SUB WS-MONTH-SUB)
004880         END-IF
004890         IF HIST-MONTH-HIGH-F
004900                 > NC-MAX-F (WS-CITY-SUB WS-MONTH-SUB)
004910             MOVE HIST-MONTH-HIGH-F
004920                 TO NC-MAX-F (WS-CITY-SUB WS-MONTH-SUB)
004930             MOVE HIST-MONTH-HIGH-C
004940                 TO NC-MAX-C (WS-CITY-SUB WS-MONTH-SUB)
004950         END-IF
004960     END-IF
004970     ADD 1 TO NC-MONTH-COUNT (WS-CITY-SUB WS-MONTH-SUB)
004980     ADD HIST-AVERAGE-TEMP-F
004990         TO NC-AVG-F-SUM (WS-CITY-SUB WS-MONTH-SUB)
005000     ADD HIST-AVERAGE-TEMP-C
005010         TO NC-AVG-C-SUM (WS-CITY-SUB WS-MONTH-SUB).
005020 2240-EXIT.
005030     EXIT.
005040*
005050 2250-FIND-CITY-MOVE.
005060*    LOOKS THE RECORD'S CITY CODE UP IN THE RELOCATION TABLE;
005070*    WS-MOVE-SUB IS LEFT POINTING AT THE ROW FOUND.
005080     MOVE 'N' TO WS-FOUND-MOVE-SWITCH
005090     PERFORM 2260-TEST-ONE-MOVE THRU 2260-EXIT
005100         VARYING WS-SCAN-SUB FROM 1 BY 1
005110         UNTIL WS-SCAN-SUB > WS-MOVE-COUNT
005120             OR WS-FOUND-MOVE.
005130 2250-EXIT.
005140     EXIT.
005150*
005160 2260-TEST-ONE-MOVE.
005170*    TESTS ONE RELOCATION ROW AGAINST THE RECORD'S CITY CODE.
005180     IF NC-MOVE-CITY-CODE (WS-SCAN-SUB) = HIST-CITY-CODE
005190         SET WS-FOUND-MOVE TO TRUE
005200         MOVE WS-SCAN-SUB TO WS-MOVE-SUB
005210     END-IF.
005220 2260-EXIT.
005230     EXIT.
005240*
005250 3000-REFRESH-ALL-NORMALS.
005260*    WALKS EVERY CITY/MONTH CELL WITH USABLE HISTORY AND
005270*    WRITES THE REFRESHED NORMALS RECORD, PRINTING OLD NEXT
005280*    TO NEW.
005290     PERFORM 3100-REFRESH-ONE-CITY THRU 3100-EXIT
005300         VARYING WS-CITY-SUB FROM 1 BY 1
005310         UNTIL WS-CITY-SUB > WS-CITY-COUNT.
005320 3000-EXIT.
005330     EXIT.
005340*
005350 3100-REFRESH-ONE-CITY.
005360*    REFRESHES THE TWELVE CALENDAR MONTHS OF ONE CITY.
005370     PERFORM 3200-REFRESH-ONE-MONTH THRU 3200-EXIT
005380         VARYING WS-MONTH-SUB FROM 1 BY 1
005390         UNTIL WS-MONTH-SUB > 12.
005400 3100-EXIT.
005410     EXIT.
005420*
005430 3200-REFRESH-ONE-MONTH.
005440*    COMPUTES ONE CITY/MONTH'S PROPOSED NORMALS FROM THE
005450*    CELL, READS THE STANDING RECORD FOR THE OLD SIDE OF THE
005460*    LISTING, AND WRITES OR REWRITES THE REFRESHED RECORD.
005470*    A CELL WITH NO USABLE HISTORY TOUCHES NOTHING.
005480     IF NC-MONTH-COUNT (WS-CITY-SUB WS-MONTH-SUB) = ZERO
005490         GO TO 3200-EXIT
005500     END-IF
005510     MOVE 'N' TO WS-OLD-NORM-SWITCH
005520     MOVE NC-CITY-CODE (WS-CITY-SUB) TO NORM-CITY-CODE
005530     MOVE WS-MONTH-SUB               TO NORM-MONTH
005540     READ CITY-NORMALS-FILE
005550         INVALID KEY
005560             CONTINUE
005570         NOT INVALID KEY
005580             SET WS-OLD-NORM-FOUND TO TRUE
005590     END-READ
005600     MOVE NC-CITY-CODE (WS-CITY-SUB) TO WS-DL-CITY-CODE
005610     MOVE WS-MONTH-SUB               TO WS-DL-MONTH
005620     MOVE NC-MONTH-COUNT (WS-CITY-SUB WS-MONTH-SUB)
005630         TO WS-DL-YEARS
005640     IF WS-OLD-NORM-FOUND
005650         MOVE NORM-AVERAGE-F TO WS-OLD-AVERAGE-F
005660         MOVE NORM-AVERAGE-F TO WS-EDIT-TEMP
005670         MOVE WS-EDIT-TEMP   TO WS-DL-OLD-AVG
005680         MOVE NORM-MIN-F     TO WS-EDIT-TEMP
005690         MOVE WS-EDIT-TEMP   TO WS-DL-OLD-MIN
005700         MOVE NORM-MAX-F     TO WS-EDIT-TEMP
005710         MOVE WS-EDIT-TEMP   TO WS-DL-OLD-MAX
005720     ELSE
005730         MOVE ZERO           TO WS-OLD-AVERAGE-F
005740         MOVE '   NEW'       TO WS-DL-OLD-AVG
005750         MOVE '   N/A'       TO WS-DL-OLD-MIN
005760         MOVE '   N/A'       TO WS-DL-OLD-MAX
005770     END-IF
005780*    THE KEY IS ALREADY IN PLACE FROM THE READ ABOVE; THE
005790*    FIGURES ARE REBUILT FROM THE CELL.
005800     COMPUTE NORM-AVERAGE-F ROUNDED =
005810         NC-AVG-F-SUM (WS-CITY-SUB WS-MONTH-SUB)
005820         / NC-MONTH-COUNT (WS-CITY-SUB WS-MONTH-SUB)
005830     COMPUTE NORM-AVERAGE-C ROUNDED =
005840         NC-AVG-C-SUM (WS-CITY-SUB WS-MONTH-SUB)
005850         / NC-MONTH-COUNT (WS-CITY-SUB WS-MONTH-SUB)
005860     COMPUTE NORM-MIN-F =
005870         NC-MIN-F (WS-CITY-SUB WS-MONTH-SUB)
005880         - WS-BAND-MARGIN-F
005890     COMPUTE NORM-MIN-C =
005900         NC-MIN-C (WS-CITY-SUB WS-MONTH-SUB)
005910         - WS-BAND-MARGIN-C
005920     COMPUTE NORM-MAX-F =
005930         NC-MAX-F (WS-CITY-SUB WS-MONTH-SUB)
005940         + WS-BAND-MARGIN-F
005950     COMPUTE NORM-MAX-C =
005960         NC-MAX-C (WS-CITY-SUB WS-MONTH-SUB)
005970         + WS-BAND-MARGIN-C
005980     MOVE NORM-AVERAGE-F TO WS-DL-NEW-AVG
005990     MOVE NORM-MIN-F     TO WS-DL-NEW-MIN
006000     MOVE NORM-MAX-F     TO WS-DL-NEW-MAX
006010     IF WS-OLD-NORM-FOUND
006020         COMPUTE WS-JUMP-WORK =
006030             NORM-AVERAGE-F - WS-OLD-AVERAGE-F
006040         MOVE WS-JUMP-WORK TO WS-EDIT-JUMP
006050         MOVE WS-EDIT-JUMP TO WS-DL-JUMP
006060         IF WS-JUMP-WORK < ZERO
006070             COMPUTE WS-JUMP-WORK = ZERO - WS-JUMP-WORK
006080         END-IF
006090         IF WS-JUMP-WORK > WS-JUMP-THRESHOLD-F
006100             MOVE '**' TO WS-DL-FLAG
006110             ADD 1 TO WS-NORMALS-FLAGGED
006120         ELSE
006130             MOVE SPACES TO WS-DL-FLAG
006140         END-IF
006150         REWRITE NORM-RECORD
006160         ADD 1 TO WS-NORMALS-REPLACED
006170     ELSE
006180         MOVE '   N/A' TO WS-DL-JUMP
006190         MOVE SPACES   TO WS-DL-FLAG
006200         WRITE NORM-RECORD
006210         ADD 1 TO WS-NORMALS-WRITTEN
006220     END-IF
006230     MOVE WS-DETAIL-LINE TO NC-PRINT-LINE
006240     PERFORM 3300-WRITE-PRINT-LINE THRU 3300-EXIT.
006250 3200-EXIT.
006260     EXIT.
006270*
006280 3300-WRITE-PRINT-LINE.
006290*    WRITES ONE LISTING LINE, HEADING A NEW PAGE FIRST WHEN
006300*    THE CURRENT PAGE IS FULL.
006310     IF WS-LINE-COUNT = ZERO
006320         PERFORM 3400-PRINT-PAGE-HEADER THRU 3400-EXIT
006330     END-IF
006340     WRITE NC-PRINT-LINE
006350         AFTER ADVANCING 1 LINE
006360     ADD 1 TO WS-LINE-COUNT
006370     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006380         MOVE ZERO TO WS-LINE-COUNT
006390     END-IF.
006400 3300-EXIT.
006410     EXIT.
006420*
006430 3400-PRINT-PAGE-HEADER.
006440*    STARTS A NEW PAGE: TITLE, RUN DATE, YEARS WINDOW AND
006450*    PAGE NUMBER, A BLANK LINE, AND THE COLUMN HEADINGS.
006460     ADD 1 TO WS-PAGE-NO
006470     MOVE NC-PRINT-LINE TO WS-SAVE-LINE
006480     WRITE NC-PRINT-LINE FROM WS-TITLE-LINE
006490         AFTER ADVANCING PAGE
006500     MOVE WS-RUN-DATE   TO WS-PL-RUN-DATE
006510     MOVE WS-YEARS-BACK TO WS-PL-YEARS
006520     MOVE WS-PAGE-NO    TO WS-PL-PAGE-NO
006530     WRITE NC-PRINT-LINE FROM WS-PAGE-LINE
006540         AFTER ADVANCING 1 LINE
006550     WRITE NC-PRINT-LINE FROM WS-BLANK-LINE
006560         AFTER ADVANCING 1 LINE
006570     WRITE NC-PRINT-LINE FROM WS-COLUMN-HDR-LINE
006580         AFTER ADVANCING 1 LINE
006590     MOVE WS-SAVE-LINE TO NC-PRINT-LINE.
006600 3400-EXIT.
006610     EXIT.
006620*
006630 4000-TERMINATE.
006640*    DISPLAYS THE RUN TOTALS, CLOSES THE DATASETS, AND ENDS
006650*    RC=4 WHEN ANY PROPOSED AVERAGE JUMPED PAST THE EYEBALL
006660*    THRESHOLD SO SOMEONE LOOKS AT THE LISTING BEFORE THE
006670*    NEXT NIGHTLY RUN VALIDATES AGAINST THE NEW BANDS.
006680     DISPLAY 'NORMALS REFRESH RECONCILIATION'
006690     DISPLAY '  HISTORY RECORDS USED: ' WS-RECORDS-USED
006700     DISPLAY '  SKIPPED LOW COVERAGE: ' WS-RECORDS-SKIPPED-L
006710     DISPLAY '  OLDER THAN CUTOFF...: ' WS-RECORDS-TOO-OLD
006720     DISPLAY '  BEFORE STATION MOVED: ' WS-RECORDS-PRE-MOVE
006730     DISPLAY '  NORMALS ADDED.......: ' WS-NORMALS-WRITTEN
006740     DISPLAY '  NORMALS REPLACED....: ' WS-NORMALS-REPLACED
006750     DISPLAY '  AVERAGES FLAGGED....: ' WS-NORMALS-FLAGGED
006760     IF WS-HIST-OPEN
006770         CLOSE CITY-HISTORY-FILE
006780     END-IF
006790     IF WS-FILES-OPEN
006800         CLOSE CITY-NORMALS-FILE
006810         CLOSE COMPARE-REPORT-FILE
006820     END-IF
006830     IF WS-NORMALS-FLAGGED > ZERO
006840             AND RETURN-CODE < 4
006850         MOVE 4 TO RETURN-CODE
006860     END-IF
006870     STOP RUN.
006880 4000-EXIT.
006890     EXIT.
006900 END PROGRAM NORMCALC.
