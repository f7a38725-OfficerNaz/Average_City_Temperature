000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CITYINTG.
000120 AUTHOR. NAZ SASSINE.
000130 INSTALLATION. DESKTOP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160 SECURITY. NONE.
000170*
000180*    MODIFICATION HISTORY
000190*    --------------------
000200*    2026-10-15  NS  FIRST VERSION.  WEEKEND INTEGRITY AUDIT OF
000210*                     THE PERMANENT DATASETS AGAINST EACH OTHER.
000220*                     RECOMPUTES EVERY CITYHIST MONTH'S AVERAGE,
000230*                     EXTREMES, DAY COUNTS, FROST DAYS AND
000240*                     DEGREE-DAYS FROM THE CITY'S CITYDAYS PAIRS
000250*                     AND LISTS EVERY FIGURE THAT DOES NOT AGREE;
000260*                     CONFIRMS EVERY CITYRECS STANDING RECORD IS
000270*                     STILL HELD BY A HISTORY MONTH (CLUSTER OR
000280*                     ARCHIVE) OR A DAILY RECORD; LISTS HISTORY
000290*                     AND DAILY RECORDS WHOSE CITY HAS LEFT
000300*                     CITYMSTR; AND LISTS CITY/MONTHS ON CITYHIST
000310*                     WITH NO DAILY DETAIL OR ON CITYDAYS WITH NO
000320*                     HISTORY.  READ ONLY - RC=4 WHEN ANYTHING IS
000330*                     LISTED, RC=8 WHEN A REQUIRED DATASET CANNOT
000340*                     BE OPENED.
000350*    2026-10-15  NS  THE CITY TABLE NOW HOLDS 500 CITIES; THE CITY
000360*                     SUBSCRIPT IS WIDENED TO MATCH.  MEMBER
000370*                     RESEQUENCED.
000380*    2026-10-15  NS  A HISTORY RECORD IS NOW PAIRED WITH THE
000390*                     CITYDAYS MONTH BEFORE ITS RUN DATE - THE
000400*                     NIGHTLY RUN AFTER CITYCLOS DATES THE MONTH
000410*                     JUST CLOSED INTO THE NEXT ONE.  MEMBER
000420*                     RESEQUENCED.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CITY-MASTER-FILE ASSIGN TO CITYMSTR
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT CITY-HISTORY-FILE ASSIGN TO CITYHIST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS HIST-KEY
000530         FILE STATUS IS WS-HIST-STATUS.
000540     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO HISTARCH
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-ARCH-STATUS.
000570     SELECT CITY-DAILY-FILE ASSIGN TO CITYDAYS
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS DAY-KEY
000610         FILE STATUS IS WS-DAYS-STATUS.
000620     SELECT CITY-RECORDS-FILE ASSIGN TO CITYRECS
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS REC-KEY
000660         FILE STATUS IS WS-RECS-STATUS.
000670     SELECT INTEGRITY-REPORT-FILE ASSIGN TO CITYINTR
000680         ORGANIZATION IS SEQUENTIAL.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CITY-MASTER-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY CMREC.
000750*
000760 FD  CITY-HISTORY-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY HISTREC.
000790*
000800 FD  HISTORY-ARCHIVE-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  ARCH-RECORD                 PIC X(91).
000830*
000840 FD  CITY-DAILY-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY DAYREC.
000870*
000880 FD  CITY-RECORDS-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY RECSREC.
000910*
000920 FD  INTEGRITY-REPORT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  IR-PRINT-LINE               PIC X(80).
000950*
000960 WORKING-STORAGE SECTION.
000970 01  WS-HIST-STATUS              PIC X(02) VALUE '00'.
000980 01  WS-ARCH-STATUS              PIC X(02) VALUE '00'.
000990 01  WS-DAYS-STATUS              PIC X(02) VALUE '00'.
001000 01  WS-RECS-STATUS              PIC X(02) VALUE '00'.
001010 01  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
001020     88  WS-REFUSED                VALUE 'Y'.
001030 01  WS-HIST-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001040     88  WS-HIST-OPEN              VALUE 'Y'.
001050 01  WS-DAYS-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001060     88  WS-DAYS-OPEN              VALUE 'Y'.
001070 01  WS-RECS-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001080     88  WS-RECS-OPEN              VALUE 'Y'.
001090 01  WS-ARCH-PRESENT-SWITCH      PIC X(01) VALUE 'N'.
001100     88  WS-ARCH-PRESENT           VALUE 'Y'.
001110 01  WS-MSTR-EOF-SWITCH          PIC X(01) VALUE 'N'.
001120     88  WS-MSTR-EOF               VALUE 'Y'.
001130 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
001140     88  WS-HIST-EOF               VALUE 'Y'.
001150 01  WS-DAYS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001160     88  WS-DAYS-EOF               VALUE 'Y'.
001170 01  WS-MONTH-EOF-SWITCH         PIC X(01) VALUE 'N'.
001180     88  WS-MONTH-EOF              VALUE 'Y'.
001190 01  WS-RECS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001200     88  WS-RECS-EOF               VALUE 'Y'.
001210 01  WS-SCAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
001220     88  WS-SCAN-EOF               VALUE 'Y'.
001230 01  WS-CITY-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001240     88  WS-CITY-FOUND             VALUE 'Y'.
001250 01  WS-BACKED-SWITCH            PIC X(01) VALUE 'N'.
001260     88  WS-BACKED                 VALUE 'Y'.
001270 01  WS-RUN-DATE                 PIC X(08).
001280*    THE CITY MASTER, HELD FOR THE 'CITY STILL ON CITYMSTR'
001290*    TESTS.
001300 01  WS-MAX-CITIES               PIC 9(03) COMP VALUE 500.
001310 01  WS-CITY-COUNT               PIC 9(03) COMP VALUE ZERO.
001320 01  AUDIT-CITY-TABLE.
001330     05  AC-ENTRY OCCURS 1 TO 500 TIMES
001340             DEPENDING ON WS-CITY-COUNT.
001350         10  AC-CITY-CODE        PIC X(04).
001360 01  WS-CITY-SUB                 PIC 9(04) COMP VALUE ZERO.
001370 01  WS-LOOKUP-CITY              PIC X(04).
001380*    THE HISTORY RECORD AND THE DAILY CITY/MONTH LAST SEEN, FOR
001390*    THE DUPLICATE-MONTH TEST AND THE DAILY CONTROL BREAK.
001400 01  WS-PREV-HIST-CITY           PIC X(04) VALUE SPACES.
001410 01  WS-PREV-HIST-MONTH          PIC X(06) VALUE SPACES.
001420*    THE READING MONTH A HISTORY RECORD HOLDS - THE MONTH
001430*    BEFORE ITS RUN DATE.  CITYCLOS CLOSES A MONTH THE MORNING
001440*    AFTER IT ENDS AND THAT NIGHT'S RUN AVERAGES IT, SO THE
001450*    HISTORY IS RUN-DATED IN THE FOLLOWING MONTH.
001460 01  WS-HIST-MONTH.
001470     05  WS-HIST-YEAR            PIC 9(04).
001480     05  WS-HIST-MON             PIC 9(02).
001490 01  WS-GROUP-CITY               PIC X(04) VALUE SPACES.
001500 01  WS-GROUP-MONTH              PIC X(06) VALUE SPACES.
001510 01  WS-GROUP-DAYS               PIC 9(02) COMP VALUE ZERO.
001520*    THE RUN-DATE MONTH OF THE HISTORY RECORD THAT HOLDS A
001530*    DAILY CITY/MONTH - THE MONTH AFTER IT.
001540 01  WS-GROUP-RUN-MONTH.
001550     05  WS-GROUP-RUN-YEAR       PIC 9(04).
001560     05  WS-GROUP-RUN-MON        PIC 9(02).
001570*    THE RECOMPUTATION ACCUMULATORS - THE SAME FIELDS, AND THE
001580*    SAME RULES, AS CITYTEMP'S ADDING-TEMPERATURES.  AN 'A'
001590*    DAY IS A MEASURED DAY AND FEEDS EVERY FIGURE; AN 'E' DAY
001600*    CARRIES THE ESTIMATED PAIR THE NIGHTLY RUN FILLED IN AND
001610*    FEEDS THE AVERAGE, FROST DAYS AND DEGREE-DAYS BUT NEVER
001620*    THE EXTREMES; AN 'R' DAY FEEDS NOTHING.
001630 01  WS-UNIT-FLAG                PIC X(01).
001640 01  WS-SUM-OF-ALL               PIC S9(4)V9
001650         SIGN LEADING SEPARATE.
001660 01  WS-AVERAGE-TEMP             PIC S9(2)V9
001670         SIGN LEADING SEPARATE.
001680 01  WS-MONTH-HIGH               PIC S9(2)V9
001690         SIGN LEADING SEPARATE.
001700 01  WS-MONTH-LOW                PIC S9(2)V9
001710         SIGN LEADING SEPARATE.
001720 01  WS-DAY-MEAN                 PIC S9(2)V9
001730         SIGN LEADING SEPARATE.
001740 01  WS-DAYS-IN-GROUP            PIC 9(02) VALUE ZERO.
001750 01  WS-VALID-DAY-COUNT          PIC 9(02) VALUE ZERO.
001760 01  WS-ESTIMATED-DAYS           PIC 9(02) VALUE ZERO.
001770 01  WS-TOTAL-DAY-COUNT          PIC 9(02) VALUE ZERO.
001780 01  WS-FROST-DAYS               PIC 9(02) VALUE ZERO.
001790 01  WS-HEATING-DD               PIC 9(04)V9 VALUE ZERO.
001800 01  WS-COOLING-DD               PIC 9(04)V9 VALUE ZERO.
001810 01  WS-HDD-BASE-F               PIC S9(3)V9
001820         SIGN LEADING SEPARATE VALUE 65.0.
001830 01  WS-FREEZING-C               PIC S9(2)V9
001840         SIGN LEADING SEPARATE VALUE 0.0.
001850 01  WS-FREEZING-F               PIC S9(2)V9
001860         SIGN LEADING SEPARATE VALUE 32.0.
001870 01  WS-FREEZING                 PIC S9(2)V9
001880         SIGN LEADING SEPARATE.
001890 01  WS-CONV-UNIT-IN             PIC X(01).
001900 01  WS-CONV-TEMP-IN             PIC S9(2)V9
001910         SIGN LEADING SEPARATE.
001920 01  WS-CONV-TEMP-F              PIC S9(3)V9
001930         SIGN LEADING SEPARATE.
001940 01  WS-CALC-AVERAGE-F           PIC S9(3)V9
001950         SIGN LEADING SEPARATE.
001960 01  WS-CALC-HIGH-F              PIC S9(3)V9
001970         SIGN LEADING SEPARATE.
001980 01  WS-CALC-LOW-F               PIC S9(3)V9
001990         SIGN LEADING SEPARATE.
002000*    ONE FIGURE BEING COMPARED, ON FILE AGAINST RECOMPUTED.
002010 01  WS-FIG-LABEL                PIC X(30).
002020 01  WS-FIG-ON-FILE              PIC S9(4)V9
002030         SIGN LEADING SEPARATE.
002040 01  WS-FIG-CALC                 PIC S9(4)V9
002050         SIGN LEADING SEPARATE.
002060*    STANDING-RECORD BACKING SEARCH.
002070 01  WS-REC-DESC                 PIC X(20).
002080 01  WS-SCAN-CANDIDATE           PIC S9(4)V9
002090         SIGN LEADING SEPARATE.
002100*    RUN TOTALS, ONE PER KIND OF FINDING.
002110 01  WS-HIST-READ                PIC 9(05) COMP VALUE ZERO.
002120 01  WS-HIST-RECOMPUTED          PIC 9(05) COMP VALUE ZERO.
002130 01  WS-HIST-MISMATCHED          PIC 9(05) COMP VALUE ZERO.
002140 01  WS-FIGURE-MISMATCHES        PIC 9(05) COMP VALUE ZERO.
002150 01  WS-HIST-ORPHANS             PIC 9(05) COMP VALUE ZERO.
002160 01  WS-HIST-NO-DAYS             PIC 9(05) COMP VALUE ZERO.
002170 01  WS-HIST-DUPLICATES          PIC 9(05) COMP VALUE ZERO.
002180 01  WS-DAY-MONTHS-READ          PIC 9(05) COMP VALUE ZERO.
002190 01  WS-DAY-ORPHANS              PIC 9(05) COMP VALUE ZERO.
002200 01  WS-DAY-NO-HIST              PIC 9(05) COMP VALUE ZERO.
002210 01  WS-RECS-READ                PIC 9(05) COMP VALUE ZERO.
002220 01  WS-RECS-UNBACKED            PIC 9(05) COMP VALUE ZERO.
002230 01  WS-MISMATCH-SWITCH          PIC X(01) VALUE 'N'.
002240     88  WS-MONTH-MISMATCHED       VALUE 'Y'.
002250 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
002260 01  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
002270 01  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002280 01  WS-SAVE-LINE                PIC X(80).
002290 01  WS-TITLE-LINE.
002300     05  FILLER PIC X(80) VALUE
002310        'CROSS-DATASET INTEGRITY AUDIT - CITYHIST CITYDAYS CITYRE
002320-    'CS CITYMSTR'.
002330 01  WS-REQUEST-LINE.
002340     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002350     05  WS-RQ-RUN-DATE           PIC X(08).
002360     05  FILLER                  PIC X(04) VALUE SPACES.
002370     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
002380     05  WS-RQ-PAGE-NO            PIC ZZZ9.
002390     05  FILLER                  PIC X(48) VALUE SPACES.
002400 01  WS-BLANK-LINE.
002410     05  FILLER                  PIC X(80) VALUE SPACES.
002420 01  WS-SECTION-LINE.
002430     05  WS-SL-TEXT               PIC X(80).
002440 01  WS-COLUMN-HDR-LINE.
002450     05  FILLER                  PIC X(80) VALUE
002460        'CITY  PERIOD    FINDING                          ON FILE
002470-    '  RECOMPUTED'.
002480 01  WS-EXCEPTION-LINE.
002490     05  WS-EX-CITY-CODE          PIC X(04).
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  WS-EX-PERIOD             PIC X(08).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  WS-EX-FINDING            PIC X(30).
002540     05  FILLER                  PIC X(04) VALUE SPACES.
002550     05  WS-EX-VALUES.
002560         10  WS-EX-ON-FILE        PIC -ZZZ9.9.
002570         10  FILLER              PIC X(05).
002580         10  WS-EX-CALC           PIC -ZZZ9.9.
002590     05  WS-EX-VALUES-X REDEFINES WS-EX-VALUES
002600                                 PIC X(19).
002610     05  FILLER                  PIC X(11) VALUE SPACES.
002620 01  WS-NONE-LINE.
002630     05  FILLER                  PIC X(80) VALUE
002640        '    NOTHING TO REPORT'.
002650 01  WS-TOTAL-LINE.
002660     05  WS-TL-LABEL              PIC X(40).
002670     05  WS-TL-COUNT              PIC ZZZZ9.
002680     05  FILLER                  PIC X(35) VALUE SPACES.
002690 01  WS-SECTION-FINDINGS         PIC 9(05) COMP VALUE ZERO.
002700*
002710 PROCEDURE DIVISION.
002720 0000-MAINLINE.
002730*    TOP LEVEL FLOW OF CONTROL FOR THE INTEGRITY AUDIT.  THE
002740*    THREE PASSES ARE INDEPENDENT AND EACH PRINTS ITS OWN
002750*    SECTION.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002770     IF NOT WS-REFUSED
002780         PERFORM 2000-AUDIT-HISTORY THRU 2000-EXIT
002790         PERFORM 2300-AUDIT-DAILY THRU 2300-EXIT
002800         PERFORM 2500-AUDIT-RECORDS THRU 2500-EXIT
002810     END-IF
002820     PERFORM 3000-TERMINATE THRU 3000-EXIT
002830     GO TO 0000-EXIT.
002840 0000-EXIT.
002850     EXIT.
002860*
002870 1000-INITIALIZE.
002880*    LOADS THE CITY MASTER AND OPENS THE CLUSTERS.  CITYHIST
002890*    AND CITYDAYS ARE THE SUBJECT OF THE AUDIT AND MUST OPEN;
002900*    WITHOUT CITYRECS THE STANDING-RECORD PASS IS SKIPPED, AND
002910*    WITHOUT AN ARCHIVE ONLY THE CLUSTER CAN BACK A RECORD.
002920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002930     OPEN OUTPUT INTEGRITY-REPORT-FILE
002940     OPEN INPUT CITY-HISTORY-FILE
002950     IF WS-HIST-STATUS NOT = '00'
002960         DISPLAY 'CITY HISTORY FILE NOT AVAILABLE - STATUS '
002970             WS-HIST-STATUS
002980         SET WS-REFUSED TO TRUE
002990         MOVE 8 TO RETURN-CODE
003000         GO TO 1000-EXIT
003010     END-IF
003020     SET WS-HIST-OPEN TO TRUE
003030     OPEN INPUT CITY-DAILY-FILE
003040     IF WS-DAYS-STATUS NOT = '00'
003050         DISPLAY 'CITY DAILY FILE NOT AVAILABLE - STATUS '
003060             WS-DAYS-STATUS
003070         SET WS-REFUSED TO TRUE
003080         MOVE 8 TO RETURN-CODE
003090         GO TO 1000-EXIT
003100     END-IF
003110     SET WS-DAYS-OPEN TO TRUE
003120     OPEN INPUT CITY-RECORDS-FILE
003130     IF WS-RECS-STATUS = '00'
003140         SET WS-RECS-OPEN TO TRUE
003150     ELSE
003160         DISPLAY 'CITY RECORDS FILE NOT AVAILABLE - STATUS '
003170             WS-RECS-STATUS
003180         DISPLAY 'STANDING RECORDS NOT AUDITED THIS RUN'
003190     END-IF
003200     OPEN INPUT HISTORY-ARCHIVE-FILE
003210     IF WS-ARCH-STATUS = '00'
003220         SET WS-ARCH-PRESENT TO TRUE
003230         CLOSE HISTORY-ARCHIVE-FILE
003240     ELSE
003250         DISPLAY 'HISTORY ARCHIVE NOT PRESENT - STATUS '
003260             WS-ARCH-STATUS
003270     END-IF
003280     OPEN INPUT CITY-MASTER-FILE
003290     PERFORM 1100-LOAD-ONE-CITY THRU 1100-EXIT
003300         UNTIL WS-MSTR-EOF
003310     CLOSE CITY-MASTER-FILE.
003320 1000-EXIT.
003330     EXIT.
003340*
003350 1100-LOAD-ONE-CITY.
003360*    READS ONE CITY MASTER RECORD INTO THE CITY TABLE.
003370     READ CITY-MASTER-FILE
003380         AT END
003390             MOVE 'Y' TO WS-MSTR-EOF-SWITCH
003400             GO TO 1100-EXIT
003410     END-READ
003420     IF WS-CITY-COUNT >= WS-MAX-CITIES
003430         DISPLAY 'CITY MASTER FILE HAS MORE CITIES THAN '
003440         DISPLAY 'THE CITY TABLE CAN HOLD - ENTRY IGNORED'
003450         GO TO 1100-EXIT
003460     END-IF
003470     ADD 1 TO WS-CITY-COUNT
003480     MOVE CM-CITY-CODE TO AC-CITY-CODE (WS-CITY-COUNT).
003490 1100-EXIT.
003500     EXIT.
003510*
003520 1200-FIND-MASTER-CITY.
003530*    SETS WS-CITY-FOUND WHEN WS-LOOKUP-CITY IS ON CITYMSTR.
003540     MOVE 'N' TO WS-CITY-FOUND-SWITCH
003550     PERFORM 1210-TEST-ONE-CITY THRU 1210-EXIT
003560         VARYING WS-CITY-SUB FROM 1 BY 1
003570         UNTIL WS-CITY-SUB > WS-CITY-COUNT
003580             OR WS-CITY-FOUND.
003590 1200-EXIT.
003600     EXIT.
003610*
003620 1210-TEST-ONE-CITY.
003630*    TESTS ONE CITY TABLE ENTRY.
003640     IF AC-CITY-CODE (WS-CITY-SUB) = WS-LOOKUP-CITY
003650         SET WS-CITY-FOUND TO TRUE
003660     END-IF.
003670 1210-EXIT.
003680     EXIT.
003690*
003700 2000-AUDIT-HISTORY.
003710*    FIRST PASS - EVERY CITYHIST RECORD IN KEY ORDER.  THE
003720*    HISTORY MONTH IS THE READING MONTH - THE MONTH BEFORE
003730*    ITS RUN DATE.
003740     MOVE 'CITYHIST MONTHS AGAINST CITYDAYS AND CITYMSTR'
003750         TO WS-SL-TEXT
003760     PERFORM 2800-START-SECTION THRU 2800-EXIT
003770     MOVE LOW-VALUES TO HIST-KEY
003780     START CITY-HISTORY-FILE KEY NOT < HIST-KEY
003790         INVALID KEY
003800             MOVE 'Y' TO WS-HIST-EOF-SWITCH
003810     END-START
003820     PERFORM 2010-AUDIT-ONE-HISTORY THRU 2010-EXIT
003830         UNTIL WS-HIST-EOF
003840     PERFORM 2810-END-SECTION THRU 2810-EXIT.
003850 2000-EXIT.
003860     EXIT.
003870*
003880 2010-AUDIT-ONE-HISTORY.
003890*    AUDITS ONE HISTORY RECORD - ITS CITY, A SECOND RECORD
003900*    FOR THE SAME MONTH, AND ITS FIGURES AGAINST THE DAILY
003910*    DETAIL.
003920     READ CITY-HISTORY-FILE NEXT RECORD
003930         AT END
003940             MOVE 'Y' TO WS-HIST-EOF-SWITCH
003950             GO TO 2010-EXIT
003960     END-READ
003970     ADD 1 TO WS-HIST-READ
003980     MOVE HIST-RUN-DATE (1:6) TO WS-HIST-MONTH
003990     IF WS-HIST-MON = 1
004000         MOVE 12 TO WS-HIST-MON
004010         SUBTRACT 1 FROM WS-HIST-YEAR
004020     ELSE
004030         SUBTRACT 1 FROM WS-HIST-MON
004040     END-IF
004050     MOVE HIST-CITY-CODE TO WS-LOOKUP-CITY
004060     PERFORM 1200-FIND-MASTER-CITY THRU 1200-EXIT
004070     IF NOT WS-CITY-FOUND
004080         ADD 1 TO WS-HIST-ORPHANS
004090         MOVE 'HISTORY CITY NOT ON CITYMSTR' TO WS-FIG-LABEL
004100         PERFORM 2850-PRINT-HIST-FINDING THRU 2850-EXIT
004110     END-IF
004120     IF HIST-CITY-CODE = WS-PREV-HIST-CITY
004130             AND WS-HIST-MONTH = WS-PREV-HIST-MONTH
004140         ADD 1 TO WS-HIST-DUPLICATES
004150         MOVE 'MONTH ON CITYHIST MORE THAN ONCE' TO WS-FIG-LABEL
004160         PERFORM 2850-PRINT-HIST-FINDING THRU 2850-EXIT
004170     END-IF
004180     MOVE HIST-CITY-CODE TO WS-PREV-HIST-CITY
004190     MOVE WS-HIST-MONTH  TO WS-PREV-HIST-MONTH
004200     PERFORM 2100-RECOMPUTE-MONTH THRU 2100-EXIT
004210     IF WS-DAYS-IN-GROUP = ZERO
004220         ADD 1 TO WS-HIST-NO-DAYS
004230         MOVE 'HISTORY MONTH HAS NO CITYDAYS' TO WS-FIG-LABEL
004240         PERFORM 2850-PRINT-HIST-FINDING THRU 2850-EXIT
004250         GO TO 2010-EXIT
004260     END-IF
004270     ADD 1 TO WS-HIST-RECOMPUTED
004280     PERFORM 2200-COMPARE-FIGURES THRU 2200-EXIT.
004290 2010-EXIT.
004300     EXIT.
004310*
004320 2100-RECOMPUTE-MONTH.
004330*    REBUILDS THE MONTH'S FIGURES FROM THE CITY'S CITYDAYS
004340*    RECORDS DATED IN THE HISTORY MONTH.
004350     MOVE ZERO TO WS-DAYS-IN-GROUP
004360     MOVE ZERO TO WS-SUM-OF-ALL
004370     MOVE ZERO TO WS-FROST-DAYS
004380     MOVE ZERO TO WS-HEATING-DD
004390     MOVE ZERO TO WS-COOLING-DD
004400     MOVE ZERO TO WS-VALID-DAY-COUNT
004410     MOVE ZERO TO WS-ESTIMATED-DAYS
004420     MOVE ZERO TO WS-MONTH-HIGH
004430     MOVE ZERO TO WS-MONTH-LOW
004440     MOVE HIST-UNIT-FLAG TO WS-UNIT-FLAG
004450     MOVE 'N' TO WS-MONTH-EOF-SWITCH
004460     MOVE HIST-CITY-CODE TO DAY-CITY-CODE
004470     MOVE WS-HIST-MONTH  TO DAY-DATE (1:6)
004480     MOVE '00'           TO DAY-DATE (7:2)
004490     START CITY-DAILY-FILE KEY NOT < DAY-KEY
004500         INVALID KEY
004510             MOVE 'Y' TO WS-MONTH-EOF-SWITCH
004520     END-START
004530     PERFORM 2110-ACCUMULATE-ONE-DAY THRU 2110-EXIT
004540         UNTIL WS-MONTH-EOF
004550     IF WS-DAYS-IN-GROUP = ZERO
004560         GO TO 2100-EXIT
004570     END-IF
004580     COMPUTE WS-TOTAL-DAY-COUNT =
004590         WS-VALID-DAY-COUNT + WS-ESTIMATED-DAYS
004600     IF WS-TOTAL-DAY-COUNT = ZERO
004610         MOVE ZERO TO WS-AVERAGE-TEMP
004620     ELSE
004630         COMPUTE WS-AVERAGE-TEMP ROUNDED =
004640             WS-SUM-OF-ALL / WS-TOTAL-DAY-COUNT
004650     END-IF
004660     MOVE WS-UNIT-FLAG    TO WS-CONV-UNIT-IN
004670     MOVE WS-AVERAGE-TEMP TO WS-CONV-TEMP-IN
004680     PERFORM 2900-CONVERT-TO-F THRU 2900-EXIT
004690     MOVE WS-CONV-TEMP-F  TO WS-CALC-AVERAGE-F
004700     MOVE WS-MONTH-HIGH   TO WS-CONV-TEMP-IN
004710     PERFORM 2900-CONVERT-TO-F THRU 2900-EXIT
004720     MOVE WS-CONV-TEMP-F  TO WS-CALC-HIGH-F
004730     MOVE WS-MONTH-LOW    TO WS-CONV-TEMP-IN
004740     PERFORM 2900-CONVERT-TO-F THRU 2900-EXIT
004750     MOVE WS-CONV-TEMP-F  TO WS-CALC-LOW-F.
004760 2100-EXIT.
004770     EXIT.
004780*
004790 2110-ACCUMULATE-ONE-DAY.
004800*    READS THE NEXT DAILY RECORD AND, WHILE IT IS STILL THE
004810*    SAME CITY AND MONTH, FOLDS IT INTO THE FIGURES.
004820     READ CITY-DAILY-FILE NEXT RECORD
004830         AT END
004840             MOVE 'Y' TO WS-MONTH-EOF-SWITCH
004850             GO TO 2110-EXIT
004860     END-READ
004870     IF DAY-CITY-CODE NOT = HIST-CITY-CODE
004880             OR DAY-DATE (1:6) NOT = WS-HIST-MONTH
004890         MOVE 'Y' TO WS-MONTH-EOF-SWITCH
004900         GO TO 2110-EXIT
004910     END-IF
004920     ADD 1 TO WS-DAYS-IN-GROUP
004930     IF WS-DAYS-IN-GROUP = 1
004940         MOVE DAY-UNIT-FLAG TO WS-UNIT-FLAG
004950     END-IF
004960     IF WS-UNIT-FLAG = 'C'
004970         MOVE WS-FREEZING-C TO WS-FREEZING
004980     ELSE
004990         MOVE WS-FREEZING-F TO WS-FREEZING
005000     END-IF
005010     IF DAY-DISPOSITION NOT = 'A'
005020             AND DAY-DISPOSITION NOT = 'E'
005030         GO TO 2110-EXIT
005040     END-IF
005050     IF DAY-DISPOSITION = 'A'
005060         ADD 1 TO WS-VALID-DAY-COUNT
005070         IF WS-VALID-DAY-COUNT = 1
005080             MOVE DAY-HIGH TO WS-MONTH-HIGH
005090             MOVE DAY-LOW  TO WS-MONTH-LOW
005100         ELSE
005110             IF DAY-HIGH > WS-MONTH-HIGH
005120                 MOVE DAY-HIGH TO WS-MONTH-HIGH
005130             END-IF
005140             IF DAY-LOW < WS-MONTH-LOW
005150                 MOVE DAY-LOW TO WS-MONTH-LOW
005160             END-IF
005170         END-IF
005180     ELSE
005190         ADD 1 TO WS-ESTIMATED-DAYS
005200     END-IF
005210     COMPUTE WS-DAY-MEAN ROUNDED = (DAY-LOW + DAY-HIGH) / 2
005220     ADD WS-DAY-MEAN TO WS-SUM-OF-ALL
005230     MOVE WS-UNIT-FLAG TO WS-CONV-UNIT-IN
005240     MOVE WS-DAY-MEAN  TO WS-CONV-TEMP-IN
005250     PERFORM 2900-CONVERT-TO-F THRU 2900-EXIT
005260     IF WS-CONV-TEMP-F < WS-HDD-BASE-F
005270         COMPUTE WS-HEATING-DD = WS-HEATING-DD
005280             + WS-HDD-BASE-F - WS-CONV-TEMP-F
005290     END-IF
005300     IF WS-CONV-TEMP-F > WS-HDD-BASE-F
005310         COMPUTE WS-COOLING-DD = WS-COOLING-DD
005320             + WS-CONV-TEMP-F - WS-HDD-BASE-F
005330     END-IF
005340     IF DAY-LOW <= WS-FREEZING
005350         ADD 1 TO WS-FROST-DAYS
005360     END-IF.
005370 2110-EXIT.
005380     EXIT.
005390*
005400 2200-COMPARE-FIGURES.
005410*    SETS EVERY RECOMPUTED FIGURE AGAINST THE ONE ON THE
005420*    HISTORY RECORD.  EACH FIGURE THAT DOES NOT AGREE IS
005430*    LISTED ON ITS OWN LINE.
005440     MOVE 'N' TO WS-MISMATCH-SWITCH
005450     MOVE 'AVERAGE F DOES NOT AGREE'  TO WS-FIG-LABEL
005460     MOVE HIST-AVERAGE-TEMP-F         TO WS-FIG-ON-FILE
005470     MOVE WS-CALC-AVERAGE-F           TO WS-FIG-CALC
005480     PERFORM 2210-COMPARE-ONE-FIGURE THRU 2210-EXIT
005490     MOVE 'MONTH HIGH F DOES NOT AGREE' TO WS-FIG-LABEL
005500     MOVE HIST-MONTH-HIGH-F           TO WS-FIG-ON-FILE
005510     MOVE WS-CALC-HIGH-F              TO WS-FIG-CALC
005520     PERFORM 2210-COMPARE-ONE-FIGURE THRU 2210-EXIT
005530     MOVE 'MONTH LOW F DOES NOT AGREE' TO WS-FIG-LABEL
005540     MOVE HIST-MONTH-LOW-F            TO WS-FIG-ON-FILE
005550     MOVE WS-CALC-LOW-F               TO WS-FIG-CALC
005560     PERFORM 2210-COMPARE-ONE-FIGURE THRU 2210-EXIT
005570     MOVE 'VALID DAYS DO NOT AGREE'   TO WS-FIG-LABEL
005580     MOVE HIST-VALID-DAYS             TO WS-FIG-ON-FILE
005590     MOVE WS-VALID-DAY-COUNT          TO WS-FIG-CALC
005600     PERFORM 2210-COMPARE-ONE-FIGURE THRU 2210-EXIT
005610     MOVE 'ESTIMATED DAYS DO NOT AGREE' TO WS-FIG-LABEL
005620     MOVE HIST-ESTIMATED-DAYS         TO WS-FIG-ON-FILE
005630     MOVE WS-ESTIMATED-DAYS           TO WS-FIG-CALC
005640     PERFORM 2210-COMPARE-ONE-FIGURE THRU 2210-EXIT
005650     MOVE 'FROST DAYS DO NOT AGREE'   TO WS-FIG-LABEL
005660     MOVE HIST-FROST-DAYS             TO WS-FIG-ON-FILE
005670     MOVE WS-FROST-DAYS               TO WS-FIG-CALC
005680     PERFORM 2210-COMPARE-ONE-FIGURE THRU 2210-EXIT
005690     MOVE 'HEATING DD DO NOT AGREE'   TO WS-FIG-LABEL
005700     MOVE HIST-HEATING-DD-F           TO WS-FIG-ON-FILE
005710     MOVE WS-HEATING-DD               TO WS-FIG-CALC
005720     PERFORM 2210-COMPARE-ONE-FIGURE THRU 2210-EXIT
005730     MOVE 'COOLING DD DO NOT AGREE'   TO WS-FIG-LABEL
005740     MOVE HIST-COOLING-DD-F           TO WS-FIG-ON-FILE
005750     MOVE WS-COOLING-DD               TO WS-FIG-CALC
005760     PERFORM 2210-COMPARE-ONE-FIGURE THRU 2210-EXIT
005770     IF WS-MONTH-MISMATCHED
005780         ADD 1 TO WS-HIST-MISMATCHED
005790     END-IF.
005800 2200-EXIT.
005810     EXIT.
005820*
005830 2210-COMPARE-ONE-FIGURE.
005840*    LISTS ONE FIGURE WHEN THE FILE AND THE RECOMPUTATION
005850*    DISAGREE.
005860     IF WS-FIG-ON-FILE = WS-FIG-CALC
005870         GO TO 2210-EXIT
005880     END-IF
005890     SET WS-MONTH-MISMATCHED TO TRUE
005900     ADD 1 TO WS-FIGURE-MISMATCHES
005910     ADD 1 TO WS-SECTION-FINDINGS
005920     MOVE SPACES          TO WS-EXCEPTION-LINE
005930     MOVE HIST-CITY-CODE  TO WS-EX-CITY-CODE
005940     MOVE HIST-RUN-DATE   TO WS-EX-PERIOD
005950     MOVE WS-FIG-LABEL    TO WS-EX-FINDING
005960     MOVE WS-FIG-ON-FILE  TO WS-EX-ON-FILE
005970     MOVE WS-FIG-CALC     TO WS-EX-CALC
005980     MOVE WS-EXCEPTION-LINE TO IR-PRINT-LINE
005990     PERFORM 2950-WRITE-PRINT-LINE THRU 2950-EXIT.
006000 2210-EXIT.
006010     EXIT.
006020*
006030 2300-AUDIT-DAILY.
006040*    SECOND PASS - EVERY CITYDAYS RECORD IN KEY ORDER, TAKEN
006050*    A CITY/MONTH AT A TIME.  EACH CITY/MONTH MUST HAVE ITS
006060*    CITY ON CITYMSTR AND A HISTORY RECORD FOR THE MONTH.
006070     MOVE 'CITYDAYS MONTHS AGAINST CITYHIST AND CITYMSTR'
006080         TO WS-SL-TEXT
006090     PERFORM 2800-START-SECTION THRU 2800-EXIT
006100     MOVE LOW-VALUES TO DAY-KEY
006110     START CITY-DAILY-FILE KEY NOT < DAY-KEY
006120         INVALID KEY
006130             MOVE 'Y' TO WS-DAYS-EOF-SWITCH
006140     END-START
006150     PERFORM 2310-READ-ONE-DAY THRU 2310-EXIT
006160         UNTIL WS-DAYS-EOF
006170     IF WS-GROUP-DAYS > ZERO
006180         PERFORM 2320-CLOSE-DAILY-MONTH THRU 2320-EXIT
006190     END-IF
006200     PERFORM 2810-END-SECTION THRU 2810-EXIT.
006210 2300-EXIT.
006220     EXIT.
006230*
006240 2310-READ-ONE-DAY.
006250*    READS ONE DAILY RECORD, CLOSING OFF THE PREVIOUS CITY/
006260*    MONTH WHEN THIS ONE STARTS A NEW ONE.
006270     READ CITY-DAILY-FILE NEXT RECORD
006280         AT END
006290             MOVE 'Y' TO WS-DAYS-EOF-SWITCH
006300             GO TO 2310-EXIT
006310     END-READ
006320     IF DAY-CITY-CODE = WS-GROUP-CITY
006330             AND DAY-DATE (1:6) = WS-GROUP-MONTH
006340         ADD 1 TO WS-GROUP-DAYS
006350         GO TO 2310-EXIT
006360     END-IF
006370     IF WS-GROUP-DAYS > ZERO
006380         PERFORM 2320-CLOSE-DAILY-MONTH THRU 2320-EXIT
006390     END-IF
006400     MOVE DAY-CITY-CODE  TO WS-GROUP-CITY
006410     MOVE DAY-DATE (1:6) TO WS-GROUP-MONTH
006420     MOVE 1 TO WS-GROUP-DAYS.
006430 2310-EXIT.
006440     EXIT.
006450*
006460 2320-CLOSE-DAILY-MONTH.
006470*    TESTS ONE COMPLETE DAILY CITY/MONTH.  THE DAY COUNT IS
006480*    PRINTED IN THE ON-FILE COLUMN.  ITS HISTORY IS THE RECORD
006490*    RUN-DATED IN THE MONTH AFTER IT.
006500     ADD 1 TO WS-DAY-MONTHS-READ
006510     MOVE WS-GROUP-CITY TO WS-LOOKUP-CITY
006520     PERFORM 1200-FIND-MASTER-CITY THRU 1200-EXIT
006530     IF NOT WS-CITY-FOUND
006540         ADD 1 TO WS-DAY-ORPHANS
006550         MOVE 'DAILY CITY NOT ON CITYMSTR' TO WS-FIG-LABEL
006560         PERFORM 2860-PRINT-DAILY-FINDING THRU 2860-EXIT
006570     END-IF
006580     MOVE WS-GROUP-CITY  TO HIST-CITY-CODE
006590     MOVE WS-GROUP-MONTH TO WS-GROUP-RUN-MONTH
006600     IF WS-GROUP-RUN-MON = 12
006610         MOVE 1 TO WS-GROUP-RUN-MON
006620         ADD 1 TO WS-GROUP-RUN-YEAR
006630     ELSE
006640         ADD 1 TO WS-GROUP-RUN-MON
006650     END-IF
006660     MOVE WS-GROUP-RUN-MONTH TO HIST-RUN-DATE (1:6)
006670     MOVE '00'           TO HIST-RUN-DATE (7:2)
006680     START CITY-HISTORY-FILE KEY NOT < HIST-KEY
006690         INVALID KEY
006700             GO TO 2325-NO-HISTORY
006710     END-START
006720     READ CITY-HISTORY-FILE NEXT RECORD
006730         AT END
006740             GO TO 2325-NO-HISTORY
006750     END-READ
006760     IF HIST-CITY-CODE = WS-GROUP-CITY
006770             AND HIST-RUN-DATE (1:6) = WS-GROUP-RUN-MONTH
006780         GO TO 2320-EXIT
006790     END-IF.
006800 2325-NO-HISTORY.
006810     ADD 1 TO WS-DAY-NO-HIST
006820     MOVE 'CITYDAYS MONTH NOT ON CITYHIST' TO WS-FIG-LABEL
006830     PERFORM 2860-PRINT-DAILY-FINDING THRU 2860-EXIT.
006840 2320-EXIT.
006850     EXIT.
006860*
006870 2500-AUDIT-RECORDS.
006880*    THIRD PASS - EVERY CITYRECS STANDING RECORD MUST STILL BE
006890*    HELD BY SOMETHING ON FILE: A HISTORY MONTH (CLUSTER OR
006900*    ARCHIVE) CARRYING THE SAME FIGURE, OR FOR THE SINGLE-DAY
006910*    RECORDS A MEASURED DAILY PAIR THAT REACHES IT.
006920     MOVE 'CITYRECS STANDING RECORDS AGAINST CITYHIST AND CITYDAY
006930-    'S' TO WS-SL-TEXT
006940     PERFORM 2800-START-SECTION THRU 2800-EXIT
006950     IF NOT WS-RECS-OPEN
006960         MOVE '    CITYRECS NOT AVAILABLE - NOT AUDITED'
006970             TO IR-PRINT-LINE
006980         PERFORM 2950-WRITE-PRINT-LINE THRU 2950-EXIT
006990         GO TO 2500-EXIT
007000     END-IF
007010     MOVE LOW-VALUES TO REC-KEY
007020     START CITY-RECORDS-FILE KEY NOT < REC-KEY
007030         INVALID KEY
007040             MOVE 'Y' TO WS-RECS-EOF-SWITCH
007050     END-START
007060     PERFORM 2510-AUDIT-ONE-RECORD THRU 2510-EXIT
007070         UNTIL WS-RECS-EOF
007080     PERFORM 2810-END-SECTION THRU 2810-EXIT.
007090 2500-EXIT.
007100     EXIT.
007110*
007120 2510-AUDIT-ONE-RECORD.
007130*    LOOKS FOR WHAT BACKS ONE STANDING RECORD - THE CLUSTER
007140*    FIRST, THEN THE ARCHIVE, THEN FOR HD AND LO THE DAILY
007150*    DETAIL.
007160     READ CITY-RECORDS-FILE NEXT RECORD
007170         AT END
007180             MOVE 'Y' TO WS-RECS-EOF-SWITCH
007190             GO TO 2510-EXIT
007200     END-READ
007210     ADD 1 TO WS-RECS-READ
007220     MOVE 'N' TO WS-BACKED-SWITCH
007230     MOVE 'N' TO WS-SCAN-EOF-SWITCH
007240     MOVE REC-CITY-CODE TO HIST-CITY-CODE
007250     MOVE LOW-VALUES    TO HIST-RUN-DATE
007260     START CITY-HISTORY-FILE KEY NOT < HIST-KEY
007270         INVALID KEY
007280             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007290     END-START
007300     PERFORM 2520-SCAN-ONE-HISTORY THRU 2520-EXIT
007310         UNTIL WS-SCAN-EOF OR WS-BACKED
007320     IF NOT WS-BACKED AND WS-ARCH-PRESENT
007330         MOVE 'N' TO WS-SCAN-EOF-SWITCH
007340         OPEN INPUT HISTORY-ARCHIVE-FILE
007350         PERFORM 2530-SCAN-ONE-ARCHIVE THRU 2530-EXIT
007360             UNTIL WS-SCAN-EOF OR WS-BACKED
007370         CLOSE HISTORY-ARCHIVE-FILE
007380     END-IF
007390     IF NOT WS-BACKED
007400             AND (REC-TYPE = 'HD' OR REC-TYPE = 'LO')
007410         MOVE 'N' TO WS-SCAN-EOF-SWITCH
007420         MOVE REC-CITY-CODE TO DAY-CITY-CODE
007430         MOVE LOW-VALUES    TO DAY-DATE
007440         START CITY-DAILY-FILE KEY NOT < DAY-KEY
007450             INVALID KEY
007460                 MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007470         END-START
007480         PERFORM 2550-SCAN-ONE-DAY THRU 2550-EXIT
007490             UNTIL WS-SCAN-EOF OR WS-BACKED
007500     END-IF
007510     IF WS-BACKED
007520         GO TO 2510-EXIT
007530     END-IF
007540     ADD 1 TO WS-RECS-UNBACKED
007550     ADD 1 TO WS-SECTION-FINDINGS
007560     PERFORM 2560-DESCRIBE-RECORD-TYPE THRU 2560-EXIT
007570     MOVE SPACES        TO WS-EXCEPTION-LINE
007580     MOVE REC-CITY-CODE TO WS-EX-CITY-CODE
007590     MOVE REC-DATE-SET  TO WS-EX-PERIOD
007600     MOVE WS-REC-DESC   TO WS-EX-FINDING (1:20)
007610     MOVE 'NOT BACKED'  TO WS-EX-FINDING (21:10)
007620     MOVE SPACES        TO WS-EX-VALUES-X
007630     MOVE REC-VALUE     TO WS-EX-ON-FILE
007640     MOVE WS-EXCEPTION-LINE TO IR-PRINT-LINE
007650     PERFORM 2950-WRITE-PRINT-LINE THRU 2950-EXIT.
007660 2510-EXIT.
007670     EXIT.
007680*
007690 2520-SCAN-ONE-HISTORY.
007700*    READS THE CITY'S NEXT HISTORY RECORD FROM THE CLUSTER.
007710     READ CITY-HISTORY-FILE NEXT RECORD
007720         AT END
007730             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007740             GO TO 2520-EXIT
007750     END-READ
007760     IF HIST-CITY-CODE NOT = REC-CITY-CODE
007770         MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007780         GO TO 2520-EXIT
007790     END-IF
007800     PERFORM 2540-TEST-HISTORY-FIGURE THRU 2540-EXIT.
007810 2520-EXIT.
007820     EXIT.
007830*
007840 2530-SCAN-ONE-ARCHIVE.
007850*    READS ONE ARCHIVED HISTORY RECORD AND TESTS IT WHEN IT
007860*    BELONGS TO THE CITY.
007870     READ HISTORY-ARCHIVE-FILE
007880         AT END
007890             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007900             GO TO 2530-EXIT
007910     END-READ
007920     MOVE ARCH-RECORD TO HIST-RECORD
007930     IF HIST-CITY-CODE NOT = REC-CITY-CODE
007940         GO TO 2530-EXIT
007950     END-IF
007960     PERFORM 2540-TEST-HISTORY-FIGURE THRU 2540-EXIT.
007970 2530-EXIT.
007980     EXIT.
007990*
008000 2540-TEST-HISTORY-FIGURE.
008010*    SETS WS-BACKED WHEN THE HISTORY MONTH CARRIES THE
008020*    STANDING RECORD'S FIGURE FOR ITS RECORD TYPE.
008030     EVALUATE REC-TYPE
008040         WHEN 'HA'
008050         WHEN 'CA'
008060             MOVE HIST-AVERAGE-TEMP-F TO WS-SCAN-CANDIDATE
008070         WHEN 'HD'
008080             MOVE HIST-MONTH-HIGH-F   TO WS-SCAN-CANDIDATE
008090         WHEN 'LO'
008100             MOVE HIST-MONTH-LOW-F    TO WS-SCAN-CANDIDATE
008110         WHEN 'FD'
008120             MOVE HIST-FROST-DAYS     TO WS-SCAN-CANDIDATE
008130         WHEN 'HH'
008140             MOVE HIST-HEATING-DD-F   TO WS-SCAN-CANDIDATE
008150         WHEN 'HC'
008160             MOVE HIST-COOLING-DD-F   TO WS-SCAN-CANDIDATE
008170         WHEN OTHER
008180             GO TO 2540-EXIT
008190     END-EVALUATE
008200     IF WS-SCAN-CANDIDATE = REC-VALUE
008210         SET WS-BACKED TO TRUE
008220     END-IF.
008230 2540-EXIT.
008240     EXIT.
008250*
008260 2550-SCAN-ONE-DAY.
008270*    READS THE CITY'S NEXT DAILY RECORD AND SETS WS-BACKED
008280*    WHEN A MEASURED DAY'S HIGH (FOR HD) OR LOW (FOR LO),
008290*    IN FAHRENHEIT, IS THE STANDING FIGURE.
008300     READ CITY-DAILY-FILE NEXT RECORD
008310         AT END
008320             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
008330             GO TO 2550-EXIT
008340     END-READ
008350     IF DAY-CITY-CODE NOT = REC-CITY-CODE
008360         MOVE 'Y' TO WS-SCAN-EOF-SWITCH
008370         GO TO 2550-EXIT
008380     END-IF
008390     IF DAY-DISPOSITION NOT = 'A'
008400         GO TO 2550-EXIT
008410     END-IF
008420     MOVE DAY-UNIT-FLAG TO WS-CONV-UNIT-IN
008430     IF REC-TYPE = 'HD'
008440         MOVE DAY-HIGH TO WS-CONV-TEMP-IN
008450     ELSE
008460         MOVE DAY-LOW  TO WS-CONV-TEMP-IN
008470     END-IF
008480     PERFORM 2900-CONVERT-TO-F THRU 2900-EXIT
008490     IF WS-CONV-TEMP-F = REC-VALUE
008500         SET WS-BACKED TO TRUE
008510     END-IF.
008520 2550-EXIT.
008530     EXIT.
008540*
008550 2560-DESCRIBE-RECORD-TYPE.
008560*    SUPPLIES THE REPORT WORDING FOR ONE RECORD TYPE, THE
008570*    SAME WORDING THE NIGHTLY BULLETIN USES.
008580     EVALUATE REC-TYPE
008590         WHEN 'HA'
008600             MOVE 'HOTTEST MONTHLY AVG ' TO WS-REC-DESC
008610         WHEN 'CA'
008620             MOVE 'COLDEST MONTHLY AVG ' TO WS-REC-DESC
008630         WHEN 'HD'
008640             MOVE 'HIGHEST DAILY HIGH  ' TO WS-REC-DESC
008650         WHEN 'LO'
008660             MOVE 'LOWEST OVERNIGHT LOW' TO WS-REC-DESC
008670         WHEN 'FD'
008680             MOVE 'MOST FROST DAYS     ' TO WS-REC-DESC
008690         WHEN 'HH'
008700             MOVE 'HIGHEST MONTHLY HDD ' TO WS-REC-DESC
008710         WHEN 'HC'
008720             MOVE 'HIGHEST MONTHLY CDD ' TO WS-REC-DESC
008730         WHEN OTHER
008740             MOVE REC-TYPE               TO WS-REC-DESC
008750     END-EVALUATE.
008760 2560-EXIT.
008770     EXIT.
008780*
008790 2800-START-SECTION.
008800*    PRINTS A SECTION HEADING AND THE COLUMN HEADINGS UNDER
008810*    IT, AND CLEARS THE SECTION'S FINDING COUNT.
008820     MOVE ZERO TO WS-SECTION-FINDINGS
008830     MOVE WS-SECTION-LINE TO IR-PRINT-LINE
008840     PERFORM 2950-WRITE-PRINT-LINE THRU 2950-EXIT
008850     MOVE WS-COLUMN-HDR-LINE TO IR-PRINT-LINE
008860     PERFORM 2950-WRITE-PRINT-LINE THRU 2950-EXIT.
008870 2800-EXIT.
008880     EXIT.
008890*
008900 2810-END-SECTION.
008910*    CLOSES A SECTION, SAYING SO WHEN IT FOUND NOTHING.
008920     IF WS-SECTION-FINDINGS = ZERO
008930         MOVE WS-NONE-LINE TO IR-PRINT-LINE
008940         PERFORM 2950-WRITE-PRINT-LINE THRU 2950-EXIT
008950     END-IF
008960     MOVE WS-BLANK-LINE TO IR-PRINT-LINE
008970     PERFORM 2950-WRITE-PRINT-LINE THRU 2950-EXIT.
008980 2810-EXIT.
008990     EXIT.
009000*
009010 2850-PRINT-HIST-FINDING.
009020*    PRINTS ONE FINDING AGAINST THE CURRENT HISTORY RECORD.
009030     ADD 1 TO WS-SECTION-FINDINGS
009040     MOVE SPACES         TO WS-EXCEPTION-LINE
009050     MOVE HIST-CITY-CODE TO WS-EX-CITY-CODE
009060     MOVE HIST-RUN-DATE  TO WS-EX-PERIOD
009070     MOVE WS-FIG-LABEL   TO WS-EX-FINDING
009080     MOVE SPACES         TO WS-EX-VALUES-X
009090     MOVE WS-EXCEPTION-LINE TO IR-PRINT-LINE
009100     PERFORM 2950-WRITE-PRINT-LINE THRU 2950-EXIT.
009110 2850-EXIT.
009120     EXIT.
009130*
009140 2860-PRINT-DAILY-FINDING.
009150*    PRINTS ONE FINDING AGAINST THE DAILY CITY/MONTH JUST
009160*    CLOSED, WITH ITS DAY COUNT.
009170     ADD 1 TO WS-SECTION-FINDINGS
009180     MOVE SPACES         TO WS-EXCEPTION-LINE
009190     MOVE WS-GROUP-CITY  TO WS-EX-CITY-CODE
009200     MOVE WS-GROUP-MONTH TO WS-EX-PERIOD
009210     MOVE WS-FIG-LABEL   TO WS-EX-FINDING
009220     MOVE SPACES         TO WS-EX-VALUES-X
009230     MOVE WS-GROUP-DAYS  TO WS-EX-ON-FILE
009240     MOVE WS-EXCEPTION-LINE TO IR-PRINT-LINE
009250     PERFORM 2950-WRITE-PRINT-LINE THRU 2950-EXIT.
009260 2860-EXIT.
009270     EXIT.
009280*
009290 2900-CONVERT-TO-F.
009300*    CONVERTS WS-CONV-TEMP-IN, GIVEN IN THE UNIT NAMED BY
009310*    WS-CONV-UNIT-IN, TO FAHRENHEIT.
009320     IF WS-CONV-UNIT-IN = 'C'
009330         COMPUTE WS-CONV-TEMP-F ROUNDED =
009340             (WS-CONV-TEMP-IN * 9 / 5) + 32
009350     ELSE
009360         MOVE WS-CONV-TEMP-IN TO WS-CONV-TEMP-F
009370     END-IF.
009380 2900-EXIT.
009390     EXIT.
009400*
009410 2950-WRITE-PRINT-LINE.
009420*    WRITES ONE REPORT LINE, HEADING A NEW PAGE FIRST WHEN
009430*    THE CURRENT PAGE IS FULL.
009440     IF WS-LINE-COUNT = ZERO
009450         PERFORM 2960-PRINT-PAGE-HEADER THRU 2960-EXIT
009460     END-IF
009470     WRITE IR-PRINT-LINE
009480         AFTER ADVANCING 1 LINE
009490     ADD 1 TO WS-LINE-COUNT
009500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009510         MOVE ZERO TO WS-LINE-COUNT
009520     END-IF.
009530 2950-EXIT.
009540     EXIT.
009550*
009560 2960-PRINT-PAGE-HEADER.
009570*    STARTS A NEW PAGE: TITLE, RUN DATE/PAGE LINE AND A BLANK
009580*    LINE.  THE LINE BEING PRINTED IS PRESERVED AROUND THE
009590*    HEADER WRITES.
009600     ADD 1 TO WS-PAGE-NO
009610     MOVE IR-PRINT-LINE TO WS-SAVE-LINE
009620     WRITE IR-PRINT-LINE FROM WS-TITLE-LINE
009630         AFTER ADVANCING PAGE
009640     MOVE WS-RUN-DATE TO WS-RQ-RUN-DATE
009650     MOVE WS-PAGE-NO  TO WS-RQ-PAGE-NO
009660     WRITE IR-PRINT-LINE FROM WS-REQUEST-LINE
009670         AFTER ADVANCING 1 LINE
009680     WRITE IR-PRINT-LINE FROM WS-BLANK-LINE
009690         AFTER ADVANCING 1 LINE
009700     MOVE WS-SAVE-LINE TO IR-PRINT-LINE.
009710 2960-EXIT.
009720     EXIT.
009730*
009740 2970-PRINT-ONE-TOTAL.
009750*    PRINTS ONE RUN-TOTAL LINE.
009760     MOVE WS-TOTAL-LINE TO IR-PRINT-LINE
009770     PERFORM 2950-WRITE-PRINT-LINE THRU 2950-EXIT.
009780 2970-EXIT.
009790     EXIT.
009800*
009810 3000-TERMINATE.
009820*    PRINTS THE RUN TOTALS, CLOSES THE DATASETS AND ENDS RC=4
009830*    WHEN THE AUDIT FOUND ANYTHING.
009840     IF NOT WS-REFUSED
009850         MOVE 'HISTORY RECORDS READ..................'
009860             TO WS-TL-LABEL
009870         MOVE WS-HIST-READ TO WS-TL-COUNT
009880         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
009890         MOVE 'HISTORY MONTHS RECOMPUTED.............'
009900             TO WS-TL-LABEL
009910         MOVE WS-HIST-RECOMPUTED TO WS-TL-COUNT
009920         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
009930         MOVE 'HISTORY MONTHS NOT AGREEING...........'
009940             TO WS-TL-LABEL
009950         MOVE WS-HIST-MISMATCHED TO WS-TL-COUNT
009960         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
009970         MOVE 'FIGURES NOT AGREEING..................'
009980             TO WS-TL-LABEL
009990         MOVE WS-FIGURE-MISMATCHES TO WS-TL-COUNT
010000         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
010010         MOVE 'HISTORY RECORDS OFF CITYMSTR..........'
010020             TO WS-TL-LABEL
010030         MOVE WS-HIST-ORPHANS TO WS-TL-COUNT
010040         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
010050         MOVE 'HISTORY MONTHS WITH NO CITYDAYS.......'
010060             TO WS-TL-LABEL
010070         MOVE WS-HIST-NO-DAYS TO WS-TL-COUNT
010080         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
010090         MOVE 'HISTORY MONTHS ON FILE TWICE..........'
010100             TO WS-TL-LABEL
010110         MOVE WS-HIST-DUPLICATES TO WS-TL-COUNT
010120         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
010130         MOVE 'DAILY CITY/MONTHS READ................'
010140             TO WS-TL-LABEL
010150         MOVE WS-DAY-MONTHS-READ TO WS-TL-COUNT
010160         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
010170         MOVE 'DAILY CITY/MONTHS OFF CITYMSTR........'
010180             TO WS-TL-LABEL
010190         MOVE WS-DAY-ORPHANS TO WS-TL-COUNT
010200         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
010210         MOVE 'DAILY CITY/MONTHS WITH NO CITYHIST....'
010220             TO WS-TL-LABEL
010230         MOVE WS-DAY-NO-HIST TO WS-TL-COUNT
010240         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
010250         MOVE 'STANDING RECORDS READ.................'
010260             TO WS-TL-LABEL
010270         MOVE WS-RECS-READ TO WS-TL-COUNT
010280         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
010290         MOVE 'STANDING RECORDS NOT BACKED...........'
010300             TO WS-TL-LABEL
010310         MOVE WS-RECS-UNBACKED TO WS-TL-COUNT
010320         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
010330     END-IF
010340     IF WS-HIST-OPEN
010350         CLOSE CITY-HISTORY-FILE
010360     END-IF
010370     IF WS-DAYS-OPEN
010380         CLOSE CITY-DAILY-FILE
010390     END-IF
010400     IF WS-RECS-OPEN
010410         CLOSE CITY-RECORDS-FILE
010420     END-IF
010430     CLOSE INTEGRITY-REPORT-FILE
010440     DISPLAY 'INTEGRITY AUDIT TOTALS'
010450     DISPLAY '  HISTORY RECORDS READ.....: ' WS-HIST-READ
010460     DISPLAY '  FIGURES NOT AGREEING.....: ' WS-FIGURE-MISMATCHES
010470     DISPLAY '  HISTORY OFF CITYMSTR.....: ' WS-HIST-ORPHANS
010480     DISPLAY '  HISTORY WITH NO CITYDAYS.: ' WS-HIST-NO-DAYS
010490     DISPLAY '  HISTORY MONTHS TWICE.....: ' WS-HIST-DUPLICATES
010500     DISPLAY '  DAILY OFF CITYMSTR.......: ' WS-DAY-ORPHANS
010510     DISPLAY '  DAILY WITH NO CITYHIST...: ' WS-DAY-NO-HIST
010520     DISPLAY '  RECORDS NOT BACKED.......: ' WS-RECS-UNBACKED
010530     IF RETURN-CODE < 4
010540         IF WS-FIGURE-MISMATCHES > ZERO
010550                 OR WS-HIST-ORPHANS > ZERO
010560                 OR WS-HIST-NO-DAYS > ZERO
010570                 OR WS-HIST-DUPLICATES > ZERO
010580                 OR WS-DAY-ORPHANS > ZERO
010590                 OR WS-DAY-NO-HIST > ZERO
010600                 OR WS-RECS-UNBACKED > ZERO
010610                 OR (NOT WS-RECS-OPEN AND NOT WS-REFUSED)
010620             MOVE 4 TO RETURN-CODE
010630         END-IF
010640     END-IF
010650     STOP RUN.
010660 3000-EXIT.
010670     EXIT.
010680 END PROGRAM CITYINTG.
