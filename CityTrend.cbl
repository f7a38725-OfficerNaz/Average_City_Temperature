000500*                     AND SNOWFALL TOTALS AND THE MEASURABLE-
000510*                     PRECIPITATION DAY COUNT - ARCHIVE RECORD
000520*                     WIDENED 79 TO 91.  MEMBER RESEQUENCED.
000530*    2026-10-15  NS  THE TREND TABLE NOW HOLDS 500 CITIES, THE
000540*                     SAME AS THE NIGHTLY RUN, AND THE CITY
000550*                     SUBSCRIPTS ARE WIDENED TO MATCH.  MEMBER
000560*                     RESEQUENCED.
000570*
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT CITY-HISTORY-FILE ASSIGN TO CITYHIST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS HIST-KEY
000650         FILE STATUS IS WS-HIST-STATUS.
000660     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO HISTARCH
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-ARCH-STATUS.
000690     SELECT TREND-REPORT-FILE ASSIGN TO CITYTRND
000700         ORGANIZATION IS SEQUENTIAL.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  CITY-HISTORY-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY HISTREC.
000770*
000780 FD  HISTORY-ARCHIVE-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  ARCH-RECORD                 PIC X(91).
000810*
000820 FD  TREND-REPORT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  TR-PRINT-LINE               PIC X(80).
000850*
000860 WORKING-STORAGE SECTION.
000870 01  WS-HIST-STATUS              PIC X(02) VALUE '00'.
000880 01  WS-ARCH-STATUS              PIC X(02) VALUE '00'.
000890 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000900     88  WS-EOF                    VALUE 'Y'.
000910 01  WS-ARCH-EOF-SWITCH           PIC X(01) VALUE 'N'.
000920     88  WS-ARCH-EOF                VALUE 'Y'.
000930 01  WS-HIST-OPEN-SWITCH          PIC X(01) VALUE 'N'.
000940     88  WS-HIST-OPEN               VALUE 'Y'.
000950 01  WS-ARCH-OPEN-SWITCH          PIC X(01) VALUE 'N'.
000960     88  WS-ARCH-OPEN               VALUE 'Y'.
000970 01  WS-FOUND-CITY-SWITCH         PIC X(01) VALUE 'N'.
000980     88  WS-FOUND-CITY              VALUE 'Y'.
000990 01  WS-FOUND-MONTH-SWITCH        PIC X(01) VALUE 'N'.
001000     88  WS-FOUND-MONTH             VALUE 'Y'.
001010*    ONE ROW PER CITY, ONE ENTRY PER CALENDAR MONTH ON FILE -
001020*    TWENTY YEARS OF MONTHLY RUNS PER CITY FIT.  RECORDS ARE
001030*    FILED BY LOOKUP BECAUSE ARCHIVE INPUT IS NOT GROUPED BY
001040*    CITY; WHERE THE SAME MONTH ARRIVES TWICE, THE LATEST RUN
001050*    DATE WINS.
001060 01  WS-MAX-TREND-CITIES          PIC 9(03) COMP VALUE 500.
001070 01  WS-TREND-CITY-COUNT          PIC 9(03) COMP VALUE ZERO.
001080 01  WS-MAX-MONTHS                PIC 9(03) COMP VALUE 240.
001090 01  TREND-TABLE.
001100     05  TREND-CITY OCCURS 500 TIMES.
001110         10  TC-CITY-CODE          PIC X(04).
001120         10  TC-CITY-NAME          PIC X(12).
001130         10  TC-MONTH-COUNT        PIC 9(03) COMP.
001140         10  TC-MONTH-ENTRY OCCURS 240 TIMES.
001150             15  MT-YEAR-MONTH     PIC X(06).
001160             15  MT-RUN-DATE       PIC X(08).
001170             15  MT-AVERAGE-F      PIC S9(3)V9
001180                 SIGN LEADING SEPARATE.
001190             15  MT-AVERAGE-C      PIC S9(2)V9
001200                 SIGN LEADING SEPARATE.
001210             15  MT-MONTH-HIGH-F   PIC S9(3)V9
001220                 SIGN LEADING SEPARATE.
001230             15  MT-MONTH-LOW-F    PIC S9(3)V9
001240                 SIGN LEADING SEPARATE.
001250 01  WS-CITY-SUB                  PIC 9(04) COMP VALUE ZERO.
001260 01  WS-SCAN-SUB                  PIC 9(04) COMP VALUE ZERO.
001270 01  WS-MON-SUB                   PIC 9(03) COMP VALUE ZERO.
001280 01  WS-MSCAN-SUB                 PIC 9(03) COMP VALUE ZERO.
001290 01  WS-LATEST-SUB                PIC 9(03) COMP VALUE ZERO.
001300 01  WS-PRIOR-MO-SUB              PIC 9(03) COMP VALUE ZERO.
001310 01  WS-YEAR-AGO-SUB              PIC 9(03) COMP VALUE ZERO.
001320 01  WS-PRIOR-MONTH               PIC X(06).
001330 01  WS-YEAR-AGO-MONTH            PIC X(06).
001340 01  WS-YM-WORK.
001350     05  WS-YM-YEAR               PIC 9(04).
001360     05  WS-YM-MONTH              PIC 9(02).
001370 01  WS-ALL-TIME-HIGH-F           PIC S9(3)V9
001380         SIGN LEADING SEPARATE.
001390 01  WS-ALL-TIME-LOW-F            PIC S9(3)V9
001400         SIGN LEADING SEPARATE.
001410 01  WS-HAVE-EXTREMES-SWITCH      PIC X(01) VALUE 'N'.
001420     88  WS-HAVE-EXTREMES           VALUE 'Y'.
001430 01  WS-NEW-HIGH-SWITCH           PIC X(01) VALUE 'N'.
001440     88  WS-NEW-HIGH                VALUE 'Y'.
001450 01  WS-NEW-LOW-SWITCH            PIC X(01) VALUE 'N'.
001460     88  WS-NEW-LOW                 VALUE 'Y'.
001470 01  WS-DELTA-WORK                PIC S9(3)V9
001480         SIGN LEADING SEPARATE.
001490 01  WS-EDIT-TEMP                 PIC -ZZ9.9.
001500 01  WS-EDIT-DELTA                PIC +ZZ9.9.
001510 01  WS-PAGE-NO                   PIC 9(04) VALUE ZERO.
001520 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
001530 01  WS-LINES-PER-PAGE            PIC 9(02) COMP VALUE 5.
001540 01  WS-TITLE-LINE.
001550     05  FILLER PIC X(80) VALUE
001560        'CITY TEMPERATURE TRENDS - LATEST MONTH VS PRIOR AND YEA
001570-    'R AGO'.
001580 01  WS-PAGE-LINE.
001590     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
001600     05  WS-PL-PAGE-NO            PIC ZZZ9.
001610     05  FILLER                  PIC X(70) VALUE SPACES.
001620 01  WS-BLANK-LINE.
001630     05  FILLER                  PIC X(80) VALUE SPACES.
001640 01  WS-COLUMN-HDR-LINE.
001650     05  FILLER                  PIC X(80) VALUE
001660        'CITY          MONTH    AVG(F/C)     PRIOR-MO DELTA   YE
001670-    'AR-AGO DELTA  RECORD'.
001680 01  WS-TREND-LINE.
001690     05  WS-TL-CITY-NAME          PIC X(12).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  WS-TL-YEAR-MONTH         PIC X(06).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  WS-TL-AVERAGE-F          PIC -999.9.
001740     05  FILLER                  PIC X(01) VALUE '/'.
001750     05  WS-TL-AVERAGE-C          PIC -99.9.
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  WS-TL-PRIOR-MO-AVG       PIC X(06).
001780     05  FILLER                  PIC X(01) VALUE SPACES.
001790     05  WS-TL-PRIOR-MO-DELTA     PIC X(06).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  WS-TL-YEAR-AGO-AVG       PIC X(06).
001820     05  FILLER                  PIC X(01) VALUE SPACES.
001830     05  WS-TL-YEAR-AGO-DELTA     PIC X(06).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  WS-TL-RECORD-FLAG        PIC X(09).
001860     05  FILLER                  PIC X(06) VALUE SPACES.
001870*
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900*    TOP LEVEL FLOW OF CONTROL FOR THE TREND REPORT RUN.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001920     PERFORM 2000-LOAD-ALL-HISTORY THRU 2000-EXIT
001930     PERFORM 3000-REPORT-ALL-CITIES THRU 3000-EXIT
001940     PERFORM 4000-TERMINATE THRU 4000-EXIT
001950     GO TO 0000-EXIT.
001960 0000-EXIT.
001970     EXIT.
001980*
001990 1000-INITIALIZE.
002000*    OPENS THE HISTORY CLUSTER, THE OPTIONAL ARCHIVE, AND THE
002010*    TREND REPORT DATASET.  A MISSING CLUSTER OR ARCHIVE JUST
002020*    MEANS THAT SOURCE CONTRIBUTES NOTHING, THE SAME WAY
002030*    CITYREPT HANDLES A MISSING CITYHIST.
002040     OPEN INPUT CITY-HISTORY-FILE
002050     IF WS-HIST-STATUS = '00'
002060         SET WS-HIST-OPEN TO TRUE
002070     ELSE
002080         DISPLAY 'CITY HISTORY FILE NOT AVAILABLE - STATUS '
002090             WS-HIST-STATUS
002100     END-IF
002110     OPEN INPUT HISTORY-ARCHIVE-FILE
002120     IF WS-ARCH-STATUS = '00'
002130         SET WS-ARCH-OPEN TO TRUE
002140     ELSE
002150         DISPLAY 'HISTORY ARCHIVE NOT PRESENT - STATUS '
002160             WS-ARCH-STATUS
002170         DISPLAY 'TREND COVERS THE ONLINE WINDOW ONLY'
002180     END-IF
002190     OPEN OUTPUT TREND-REPORT-FILE.
002200 1000-EXIT.
002210     EXIT.
002220*
002230 2000-LOAD-ALL-HISTORY.
002240*    LOADS THE ARCHIVE GENERATIONS FIRST (OLDEST FIGURES),
002250*    THEN THE ONLINE CLUSTER, INTO THE CITY/MONTH TREND
002260*    TABLE.  CLUSTER RECORDS ARRIVE LAST SO A MONTH PRESENT
002270*    IN BOTH SOURCES ENDS UP WITH THE LATEST RUN'S FIGURES.
002280     IF WS-ARCH-OPEN
002290         PERFORM 2100-LOAD-ONE-ARCHIVE-RECORD THRU 2100-EXIT
002300             UNTIL WS-ARCH-EOF
002310         CLOSE HISTORY-ARCHIVE-FILE
002320     END-IF
002330     IF WS-HIST-OPEN
002340         PERFORM 2150-LOAD-ONE-CLUSTER-RECORD THRU 2150-EXIT
002350             UNTIL WS-EOF
002360     END-IF.
002370 2000-EXIT.
002380     EXIT.
002390*
002400 2100-LOAD-ONE-ARCHIVE-RECORD.
002410*    READS ONE ARCHIVED HISTORY RECORD AND FILES IT.  THE
002420*    ARCHIVE CARRIES HISTREC IMAGES, SO IT IS LAID OVER THE
002430*    CLUSTER RECORD AREA AND FILED BY THE SAME PARAGRAPH.
002440     READ HISTORY-ARCHIVE-FILE INTO ARCH-RECORD
002450         AT END
002460             MOVE 'Y' TO WS-ARCH-EOF-SWITCH
002470             GO TO 2100-EXIT
002480     END-READ
002490     MOVE ARCH-RECORD TO HIST-RECORD
002500     PERFORM 2200-FILE-ONE-RECORD THRU 2200-EXIT.
002510 2100-EXIT.
002520     EXIT.
002530*
002540 2150-LOAD-ONE-CLUSTER-RECORD.
002550*    READS THE NEXT ONLINE HISTORY RECORD IN KEY SEQUENCE AND
002560*    FILES IT.
002570     READ CITY-HISTORY-FILE NEXT RECORD
002580         AT END
002590             MOVE 'Y' TO WS-EOF-SWITCH
002600             GO TO 2150-EXIT
002610     END-READ
002620     PERFORM 2200-FILE-ONE-RECORD THRU 2200-EXIT.
002630 2150-EXIT.
002640     EXIT.
002650*
002660 2200-FILE-ONE-RECORD.
002670*    FILES THE HISTORY RECORD IN HIST-RECORD UNDER ITS CITY
002680*    AND CALENDAR MONTH.  A MONTH ALREADY ON FILE IS
002690*    OVERWRITTEN ONLY BY A RECORD WITH AN EQUAL OR LATER RUN
002700*    DATE, SO THE LATEST RUN OF A MONTH ALWAYS WINS WHATEVER
002710*    ORDER THE SOURCES ARRIVE IN.
002720     PERFORM 2210-FIND-CITY-ROW THRU 2210-EXIT
002730     IF NOT WS-FOUND-CITY
002740         IF WS-TREND-CITY-COUNT >= WS-MAX-TREND-CITIES
002750             DISPLAY 'MORE CITIES ON HISTORY THAN THE TREND '
002760                 'TABLE HOLDS - ' HIST-CITY-CODE ' IGNORED'
002770             GO TO 2200-EXIT
002780         END-IF
002790         ADD 1 TO WS-TREND-CITY-COUNT
002800         MOVE WS-TREND-CITY-COUNT TO WS-CITY-SUB
002810         MOVE HIST-CITY-CODE TO TC-CITY-CODE (WS-CITY-SUB)
002820         MOVE ZERO TO TC-MONTH-COUNT (WS-CITY-SUB)
002830     END-IF
002840     MOVE HIST-CITY-NAME TO TC-CITY-NAME (WS-CITY-SUB)
002850     PERFORM 2230-FIND-MONTH-ENTRY THRU 2230-EXIT
002860     IF WS-FOUND-MONTH
002870         IF HIST-RUN-DATE >=
002880                 MT-RUN-DATE (WS-CITY-SUB WS-MON-SUB)
002890             PERFORM 2240-FILE-MONTH-FIGURES THRU 2240-EXIT
002900         END-IF
002910         GO TO 2200-EXIT
002920     END-IF
002930     IF TC-MONTH-COUNT (WS-CITY-SUB) >= WS-MAX-MONTHS
002940         DISPLAY 'MORE MONTHS ON HISTORY FOR ' HIST-CITY-CODE
002950             ' THAN THE TREND TABLE HOLDS - OLDEST KEPT'
002960         GO TO 2200-EXIT
002970     END-IF
002980     ADD 1 TO TC-MONTH-COUNT (WS-CITY-SUB)
002990     MOVE TC-MONTH-COUNT (WS-CITY-SUB) TO WS-MON-SUB
003000     PERFORM 2240-FILE-MONTH-FIGURES THRU 2240-EXIT.
003010 2200-EXIT.
003020     EXIT.
003030*
003040 2210-FIND-CITY-ROW.
003050*    LOOKS THE RECORD'S CITY CODE UP IN THE TREND TABLE.
003060     MOVE 'N' TO WS-FOUND-CITY-SWITCH
003070     PERFORM 2220-TEST-ONE-CITY-ROW THRU 2220-EXIT
003080         VARYING WS-SCAN-SUB FROM 1 BY 1
003090         UNTIL WS-SCAN-SUB > WS-TREND-CITY-COUNT
003100             OR WS-FOUND-CITY.
003110 2210-EXIT.
003120     EXIT.
003130*
003140 2220-TEST-ONE-CITY-ROW.
003150*    TESTS ONE TREND-TABLE ROW AGAINST THE RECORD'S CITY.
003160     IF TC-CITY-CODE (WS-SCAN-SUB) = HIST-CITY-CODE
003170         SET WS-FOUND-CITY TO TRUE
003180         MOVE WS-SCAN-SUB TO WS-CITY-SUB
003190     END-IF.
003200 2220-EXIT.
003210     EXIT.
003220*
003230 2230-FIND-MONTH-ENTRY.
003240*    LOOKS THE RECORD'S CALENDAR MONTH UP IN THE CURRENT
003250*    CITY'S MONTH ENTRIES.
003260     MOVE 'N' TO WS-FOUND-MONTH-SWITCH
003270     PERFORM 2235-TEST-ONE-MONTH THRU 2235-EXIT
003280         VARYING WS-MSCAN-SUB FROM 1 BY 1
003290         UNTIL WS-MSCAN-SUB > TC-MONTH-COUNT (WS-CITY-SUB)
003300             OR WS-FOUND-MONTH.
003310 2230-EXIT.
003320     EXIT.
003330*
003340 2235-TEST-ONE-MONTH.
003350*    TESTS ONE MONTH ENTRY AGAINST THE RECORD'S MONTH.
003360     IF MT-YEAR-MONTH (WS-CITY-SUB WS-MSCAN-SUB)
003370             = HIST-RUN-DATE (1:6)
003380         SET WS-FOUND-MONTH TO TRUE
003390         MOVE WS-MSCAN-SUB TO WS-MON-SUB
003400     END-IF.
003410 2235-EXIT.
003420     EXIT.
003430*
003440 2240-FILE-MONTH-FIGURES.
003450*    COPIES THE HISTORY RECORD'S FIGURES INTO THE MONTH ENTRY
003460*    THE SUBSCRIPTS POINT AT.
003470     MOVE HIST-RUN-DATE (1:6)
003480         TO MT-YEAR-MONTH (WS-CITY-SUB WS-MON-SUB)
003490     MOVE HIST-RUN-DATE
003500         TO MT-RUN-DATE (WS-CITY-SUB WS-MON-SUB)
003510     MOVE HIST-AVERAGE-TEMP-F
003520         TO MT-AVERAGE-F (WS-CITY-SUB WS-MON-SUB)
003530     MOVE HIST-AVERAGE-TEMP-C
003540         TO MT-AVERAGE-C (WS-CITY-SUB WS-MON-SUB)
003550     MOVE HIST-MONTH-HIGH-F
003560         TO MT-MONTH-HIGH-F (WS-CITY-SUB WS-MON-SUB)
003570     MOVE HIST-MONTH-LOW-F
003580         TO MT-MONTH-LOW-F (WS-CITY-SUB WS-MON-SUB).
003590 2240-EXIT.
003600     EXIT.
003610*
003620 3000-REPORT-ALL-CITIES.
003630*    PRINTS ONE TREND LINE PER CITY GATHERED.
003640     PERFORM 3100-REPORT-ONE-CITY THRU 3100-EXIT
003650         VARYING WS-CITY-SUB FROM 1 BY 1
003660         UNTIL WS-CITY-SUB > WS-TREND-CITY-COUNT.
003670 3000-EXIT.
003680     EXIT.
003690*
003700 3100-REPORT-ONE-CITY.
003710*    PRINTS ONE TREND LINE: THE LATEST MONTH ON FILE NEXT TO
003720*    THE PRIOR CALENDAR MONTH AND THE SAME MONTH A YEAR AGO,
003730*    WITH DELTAS, AND A FLAG WHEN THE LATEST MONTH SETS A NEW
003740*    ALL-TIME HIGH OR LOW AGAINST EVERY EARLIER MONTH.
003750     IF TC-MONTH-COUNT (WS-CITY-SUB) = ZERO
003760         GO TO 3100-EXIT
003770     END-IF
003780     PERFORM 3110-FIND-LATEST-MONTH THRU 3110-EXIT
003790     PERFORM 3120-DERIVE-TARGET-MONTHS THRU 3120-EXIT
003800     PERFORM 3130-FIND-COMPARISON-MONTHS THRU 3130-EXIT
003810     PERFORM 3140-CHECK-ALL-TIME-RECORDS THRU 3140-EXIT
003820     PERFORM 3150-BUILD-TREND-LINE THRU 3150-EXIT
003830     IF WS-LINE-COUNT = ZERO
003840         PERFORM 3200-PRINT-PAGE-HEADER THRU 3200-EXIT
003850     END-IF
003860     WRITE TR-PRINT-LINE FROM WS-TREND-LINE
003870         AFTER ADVANCING 1 LINE
003880     ADD 1 TO WS-LINE-COUNT
003890     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003900         MOVE ZERO TO WS-LINE-COUNT
003910     END-IF.
003920 3100-EXIT.
003930     EXIT.
003940*
003950 3110-FIND-LATEST-MONTH.
003960*    SCANS THE CITY'S MONTH ENTRIES FOR THE LATEST CALENDAR
003970*    MONTH - ENTRIES ARE FILED IN ARRIVAL ORDER, NOT DATE
003980*    ORDER, NOW THAT ARCHIVE AND CLUSTER SOURCES MIX.
003990     MOVE 1 TO WS-LATEST-SUB
004000     PERFORM 3115-TEST-ONE-LATEST THRU 3115-EXIT
004010         VARYING WS-MSCAN-SUB FROM 2 BY 1
004020         UNTIL WS-MSCAN-SUB > TC-MONTH-COUNT (WS-CITY-SUB).
004030 3110-EXIT.
004040     EXIT.
004050*
004060 3115-TEST-ONE-LATEST.
004070*    KEEPS THE SUBSCRIPT OF THE LATEST MONTH SEEN SO FAR.
004080     IF MT-YEAR-MONTH (WS-CITY-SUB WS-MSCAN-SUB)
004090             > MT-YEAR-MONTH (WS-CITY-SUB WS-LATEST-SUB)
004100         MOVE WS-MSCAN-SUB TO WS-LATEST-SUB
004110     END-IF.
004120 3115-EXIT.
004130     EXIT.
004140*
004150 3120-DERIVE-TARGET-MONTHS.
004160*    WORKS OUT, FROM THE LATEST MONTH ON FILE, WHICH CALENDAR
004170*    MONTHS COUNT AS 'PRIOR MONTH' AND 'SAME MONTH LAST YEAR'.
004180     MOVE MT-YEAR-MONTH (WS-CITY-SUB WS-LATEST-SUB)
004190         TO WS-YM-WORK
004200     IF WS-YM-MONTH = 01
004210         SUBTRACT 1 FROM WS-YM-YEAR
004220         MOVE 12 TO WS-YM-MONTH
004230     ELSE
004240         SUBTRACT 1 FROM WS-YM-MONTH
004250     END-IF
004260     MOVE WS-YM-WORK TO WS-PRIOR-MONTH
004270     MOVE MT-YEAR-MONTH (WS-CITY-SUB WS-LATEST-SUB)
004280         TO WS-YM-WORK
004290     SUBTRACT 1 FROM WS-YM-YEAR
004300     MOVE WS-YM-WORK TO WS-YEAR-AGO-MONTH.
004310 3120-EXIT.
004320     EXIT.
004330*
004340 3130-FIND-COMPARISON-MONTHS.
004350*    LOOKS THE TWO TARGET MONTHS UP IN THE CITY'S ENTRIES.  A
004360*    ZERO SUBSCRIPT MEANS THAT MONTH IS NOT ON FILE.
004370     MOVE ZERO TO WS-PRIOR-MO-SUB
004380     MOVE ZERO TO WS-YEAR-AGO-SUB
004390     PERFORM 3135-MATCH-ONE-MONTH THRU 3135-EXIT
004400         VARYING WS-MSCAN-SUB FROM 1 BY 1
004410         UNTIL WS-MSCAN-SUB > TC-MONTH-COUNT (WS-CITY-SUB).
004420 3130-EXIT.
004430     EXIT.
004440*
004450 3135-MATCH-ONE-MONTH.
004460*    TESTS ONE MONTH ENTRY AGAINST BOTH TARGET MONTHS.
004470     IF WS-MSCAN-SUB = WS-LATEST-SUB
004480         GO TO 3135-EXIT
004490     END-IF
004500     IF MT-YEAR-MONTH (WS-CITY-SUB WS-MSCAN-SUB)
004510             = WS-PRIOR-MONTH
004520         MOVE WS-MSCAN-SUB TO WS-PRIOR-MO-SUB
004530     END-IF
004540     IF MT-YEAR-MONTH (WS-CITY-SUB WS-MSCAN-SUB)
004550             = WS-YEAR-AGO-MONTH
004560         MOVE WS-MSCAN-SUB TO WS-YEAR-AGO-SUB
004570     END-IF.
004580 3135-EXIT.
004590     EXIT.
004600*
004610 3140-CHECK-ALL-TIME-RECORDS.
004620*    SCANS EVERY OTHER MONTH ON FILE FOR THE CITY'S ALL-TIME
004630*    HIGH AND LOW, THEN FLAGS THE LATEST MONTH IF IT BEAT
004640*    EITHER.  A CITY WITH ONLY ONE MONTH ON FILE HAS NOTHING
004650*    TO BEAT AND IS NOT FLAGGED.
004660     MOVE 'N' TO WS-NEW-HIGH-SWITCH
004670     MOVE 'N' TO WS-NEW-LOW-SWITCH
004680     MOVE 'N' TO WS-HAVE-EXTREMES-SWITCH
004690     IF TC-MONTH-COUNT (WS-CITY-SUB) = 1
004700         GO TO 3140-EXIT
004710     END-IF
004720     PERFORM 3145-SCAN-ONE-EXTREME THRU 3145-EXIT
004730         VARYING WS-MSCAN-SUB FROM 1 BY 1
004740         UNTIL WS-MSCAN-SUB > TC-MONTH-COUNT (WS-CITY-SUB)
004750     IF NOT WS-HAVE-EXTREMES
004760         GO TO 3140-EXIT
004770     END-IF
004780     IF MT-MONTH-HIGH-F (WS-CITY-SUB WS-LATEST-SUB)
004790             > WS-ALL-TIME-HIGH-F
004800         SET WS-NEW-HIGH TO TRUE
004810     END-IF
004820     IF MT-MONTH-LOW-F (WS-CITY-SUB WS-LATEST-SUB)
004830             < WS-ALL-TIME-LOW-F
004840         SET WS-NEW-LOW TO TRUE
004850     END-IF.
004860 3140-EXIT.
004870     EXIT.
004880*
004890 3145-SCAN-ONE-EXTREME.
004900*    FOLDS ONE EARLIER MONTH'S HIGH AND LOW INTO THE ALL-TIME
004910*    EXTREMES BEING ACCUMULATED.  THE LATEST MONTH ITSELF IS
004920*    LEFT OUT - IT IS THE CHALLENGER.
004930     IF WS-MSCAN-SUB = WS-LATEST-SUB
004940         GO TO 3145-EXIT
004950     END-IF
004960     IF NOT WS-HAVE-EXTREMES
004970         MOVE MT-MONTH-HIGH-F (WS-CITY-SUB WS-MSCAN-SUB)
004980             TO WS-ALL-TIME-HIGH-F
004990         MOVE MT-MONTH-LOW-F (WS-CITY-SUB WS-MSCAN-SUB)
005000             TO WS-ALL-TIME-LOW-F
005010         SET WS-HAVE-EXTREMES TO TRUE
005020         GO TO 3145-EXIT
005030     END-IF
005040     IF MT-MONTH-HIGH-F (WS-CITY-SUB WS-MSCAN-SUB)
005050             > WS-ALL-TIME-HIGH-F
005060         MOVE MT-MONTH-HIGH-F (WS-CITY-SUB WS-MSCAN-SUB)
005070             TO WS-ALL-TIME-HIGH-F
005080     END-IF
005090     IF MT-MONTH-LOW-F (WS-CITY-SUB WS-MSCAN-SUB)
005100             < WS-ALL-TIME-LOW-F
005110         MOVE MT-MONTH-LOW-F (WS-CITY-SUB WS-MSCAN-SUB)
005120             TO WS-ALL-TIME-LOW-F
005130     END-IF.
005140 3145-EXIT.
005150     EXIT.
005160*
005170 3150-BUILD-TREND-LINE.
005180*    FORMATS THE DETAIL LINE.  A COMPARISON MONTH THAT IS NOT
005190*    ON FILE PRINTS AS N/A RATHER THAN A MISLEADING ZERO.
005200     MOVE TC-CITY-NAME (WS-CITY-SUB) TO WS-TL-CITY-NAME
005210     MOVE MT-YEAR-MONTH (WS-CITY-SUB WS-LATEST-SUB)
005220         TO WS-TL-YEAR-MONTH
005230     MOVE MT-AVERAGE-F (WS-CITY-SUB WS-LATEST-SUB)
005240         TO WS-TL-AVERAGE-F
005250     MOVE MT-AVERAGE-C (WS-CITY-SUB WS-LATEST-SUB)
005260         TO WS-TL-AVERAGE-C
005270     IF WS-PRIOR-MO-SUB = ZERO
005280         MOVE '   N/A' TO WS-TL-PRIOR-MO-AVG
005290         MOVE '   N/A' TO WS-TL-PRIOR-MO-DELTA
005300     ELSE
005310         MOVE MT-AVERAGE-F (WS-CITY-SUB WS-PRIOR-MO-SUB)
005320             TO WS-EDIT-TEMP
005330         MOVE WS-EDIT-TEMP TO WS-TL-PRIOR-MO-AVG
005340         COMPUTE WS-DELTA-WORK =
005350             MT-AVERAGE-F (WS-CITY-SUB WS-LATEST-SUB)
005360             - MT-AVERAGE-F (WS-CITY-SUB WS-PRIOR-MO-SUB)
005370         MOVE WS-DELTA-WORK TO WS-EDIT-DELTA
005380         MOVE WS-EDIT-DELTA TO WS-TL-PRIOR-MO-DELTA
005390     END-IF
005400     IF WS-YEAR-AGO-SUB = ZERO
005410         MOVE '   N/A' TO WS-TL-YEAR-AGO-AVG
005420         MOVE '   N/A' TO WS-TL-YEAR-AGO-DELTA
005430     ELSE
005440         MOVE MT-AVERAGE-F (WS-CITY-SUB WS-YEAR-AGO-SUB)
005450             TO WS-EDIT-TEMP
005460         MOVE WS-EDIT-TEMP TO WS-TL-YEAR-AGO-AVG
005470         COMPUTE WS-DELTA-WORK =
005480             MT-AVERAGE-F (WS-CITY-SUB WS-LATEST-SUB)
005490             - MT-AVERAGE-F (WS-CITY-SUB WS-YEAR-AGO-SUB)
005500         MOVE WS-DELTA-WORK TO WS-EDIT-DELTA
005510         MOVE WS-EDIT-DELTA TO WS-TL-YEAR-AGO-DELTA
005520     END-IF
005530     EVALUATE TRUE
005540         WHEN WS-NEW-HIGH AND WS-NEW-LOW
005550             MOVE 'NEW HI+LO' TO WS-TL-RECORD-FLAG
005560         WHEN WS-NEW-HIGH
005570             MOVE 'NEW HIGH'  TO WS-TL-RECORD-FLAG
005580         WHEN WS-NEW-LOW
005590             MOVE 'NEW LOW'   TO WS-TL-RECORD-FLAG
005600         WHEN OTHER
005610             MOVE SPACES      TO WS-TL-RECORD-FLAG
005620     END-EVALUATE.
005630 3150-EXIT.
005640     EXIT.
005650*
005660 3200-PRINT-PAGE-HEADER.
005670*    STARTS A NEW PAGE: TITLE, PAGE NUMBER, A BLANK LINE, AND
005680*    THE COLUMN HEADINGS.
005690     ADD 1 TO WS-PAGE-NO
005700     WRITE TR-PRINT-LINE FROM WS-TITLE-LINE
005710         AFTER ADVANCING PAGE
005720     MOVE WS-PAGE-NO TO WS-PL-PAGE-NO
005730     WRITE TR-PRINT-LINE FROM WS-PAGE-LINE
005740         AFTER ADVANCING 1 LINE
005750     WRITE TR-PRINT-LINE FROM WS-BLANK-LINE
005760         AFTER ADVANCING 1 LINE
005770     WRITE TR-PRINT-LINE FROM WS-COLUMN-HDR-LINE
005780         AFTER ADVANCING 1 LINE.
005790 3200-EXIT.
005800     EXIT.
005810*
005820 4000-TERMINATE.
005830*    CLOSES THE DATASETS USED BY THIS RUN.
005840     IF WS-HIST-OPEN
005850         CLOSE CITY-HISTORY-FILE
005860     END-IF
005870     CLOSE TREND-REPORT-FILE
005880     STOP RUN.
005890 4000-EXIT.
005900     EXIT.
005910 END PROGRAM CITYTREND.
