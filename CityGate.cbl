000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CITYGATE.
000120 AUTHOR. NAZ SASSINE.
000130 INSTALLATION. DESKTOP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160 SECURITY. NONE.
000170*
000180*    MODIFICATION HISTORY
000190*    --------------------
000200*    2026-10-15  NS  FIRST VERSION.  PRE-FLIGHT GATE RUN AHEAD
000210*                     OF CITYTEMP IN THE NIGHTLY JOB.  CHECKS
000220*                     THE NIGHT'S INPUTS BEFORE ANYTHING IS
000230*                     WRITTEN: THE CITYRD GENERATION COVERS THE
000240*                     EXPECTED MONTH, EVERY CITYMSTR CITY HAS A
000250*                     READINGS RECORD, THE GENERATION IS THE
000260*                     ONE CITYCLOS CUT FROM CITYMTD FOR THAT
000270*                     MONTH, NO CITY/MONTH IS ALREADY ON
000280*                     CITYHIST (OR ITS DAYS ON CITYDAYS), AND
000290*                     CITYNORM AND CITYRECS OPEN AND HOLD
000300*                     RECORDS.  PRINTS A GO/NO-GO PAGE AND
000310*                     ENDS RC=12 ON NO-GO SO THE JOB STOPS
000320*                     BEFORE THE REPORT AND ERROR GENERATIONS
000330*                     ARE CATALOGED AND THE CLUSTERS UPDATED.
000340*                     PARM='YYYYMM' NAMES THE EXPECTED READING
000350*                     MONTH; NO PARM MEANS THE MONTH BEFORE
000360*                     THE RUN DATE, THE MONTH CITYCLOS CLOSES.
000370*    2026-10-15  NS  A CITY OUT OF SERVICE FOR THE EXPECTED
000380*                     MONTH (NOT YET OPENED, OR ALREADY CLOSED
000390*                     ON CITYMSTR) IS NOT EXPECTED TO HAVE A
000400*                     READINGS RECORD AND NO LONGER STOPS THE
000410*                     JOB.  MEMBER RESEQUENCED.
000420*    2026-10-15  NS  THE GATE'S TABLES FOLLOW CITYTEMP'S TO 500
000430*                     CITIES AND 999 READINGS.  A MASTER OR FEED
000440*                     PAST THOSE LIMITS IS NOW A WARNING, NOT A
000450*                     NO-GO - CITYTEMP LOGS THE ENTRIES IT CANNOT
000460*                     TABLE TO CITYERR AND RUNS THE REST.  MEMBER
000470*                     RESEQUENCED.
000480*    2026-10-15  NS  THE CITYHIST CHECK NOW LOOKS FOR ANY RECORD
000490*                     RUN-DATED IN THE MONTH AFTER THE EXPECTED
000500*                     MONTH, SO A MONTH ALREADY CLOSED ON AN
000510*                     EARLIER NIGHT IS CAUGHT AS WELL AS TONIGHT'S
000520*                     KEY.  CITYDAYS NOT OPENING IS NOW A NO-GO.
000530*                     MEMBER RESEQUENCED.
000540*    2026-10-15  NS  READS CITYCKPT.  ON A RESTART AFTER AN
000550*                     INTERRUPTED NIGHT, A CITY ALREADY
000560*                     CHECKPOINTED FOR TONIGHT, OR HOLDING
000570*                     TONIGHT'S CITYHIST KEY, IS THE INTERRUPTED
000580*                     RUN'S OWN OUTPUT: IT IS A RESTART WARNING
000590*                     (RC=4), NOT A NO-GO.  A MONTH ON CITYHIST
000600*                     UNDER AN EARLIER RUN DATE STILL ENDS RC=12.
000610*                     MEMBER RESEQUENCED.
000620*
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT CITY-MASTER-FILE ASSIGN TO CITYMSTR
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-MSTR-STATUS.
000690     SELECT CITY-READINGS-FILE ASSIGN TO CITYRD
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-RD-STATUS.
000720     SELECT CITY-MTD-FILE ASSIGN TO CITYMTD
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS MTD-KEY
000760         FILE STATUS IS WS-MTD-STATUS.
000770     SELECT CITY-HISTORY-FILE ASSIGN TO CITYHIST
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS HIST-KEY
000810         FILE STATUS IS WS-HIST-STATUS.
000820     SELECT CITY-DAILY-FILE ASSIGN TO CITYDAYS
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS DAY-KEY
000860         FILE STATUS IS WS-DAYS-STATUS.
000870     SELECT CITY-NORMALS-FILE ASSIGN TO CITYNORM
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS NORM-KEY
000910         FILE STATUS IS WS-NORM-STATUS.
000920     SELECT CITY-RECORDS-FILE ASSIGN TO CITYRECS
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS REC-KEY
000960         FILE STATUS IS WS-RECS-STATUS.
000970     SELECT CITY-CHECKPOINT-FILE ASSIGN TO CITYCKPT
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-CKPT-STATUS.
001000     SELECT GATE-REPORT-FILE ASSIGN TO CITYGATR
001010         ORGANIZATION IS SEQUENTIAL.
001020*
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  CITY-MASTER-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY CMREC.
001080*
001090 FD  CITY-READINGS-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY CRDREC.
001120*
001130 FD  CITY-MTD-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY MTDREC.
001160*
001170 FD  CITY-HISTORY-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY HISTREC.
001200*
001210 FD  CITY-DAILY-FILE
001220     LABEL RECORDS ARE STANDARD.
001230     COPY DAYREC.
001240*
001250 FD  CITY-NORMALS-FILE
001260     LABEL RECORDS ARE STANDARD.
001270     COPY NORMREC.
001280*
001290 FD  CITY-RECORDS-FILE
001300     LABEL RECORDS ARE STANDARD.
001310     COPY RECSREC.
001320*
001330 FD  CITY-CHECKPOINT-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  CKPT-RECORD.
001360     05  CKPT-RUN-DATE           PIC X(08).
001370     05  CKPT-CITY-CODE          PIC X(04).
001380     05  FILLER                  PIC X(25).
001390*
001400 FD  GATE-REPORT-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  GR-PRINT-LINE               PIC X(80).
001430*
001440 WORKING-STORAGE SECTION.
001450 01  WS-MSTR-STATUS              PIC X(02) VALUE '00'.
001460 01  WS-RD-STATUS                PIC X(02) VALUE '00'.
001470 01  WS-MTD-STATUS               PIC X(02) VALUE '00'.
001480 01  WS-HIST-STATUS              PIC X(02) VALUE '00'.
001490 01  WS-DAYS-STATUS              PIC X(02) VALUE '00'.
001500 01  WS-NORM-STATUS              PIC X(02) VALUE '00'.
001510 01  WS-RECS-STATUS              PIC X(02) VALUE '00'.
001520 01  WS-CKPT-STATUS              PIC X(02) VALUE '00'.
001530 01  WS-PARM-ERROR-SWITCH        PIC X(01) VALUE 'N'.
001540     88  WS-PARM-ERROR             VALUE 'Y'.
001550 01  WS-MSTR-EOF-SWITCH          PIC X(01) VALUE 'N'.
001560     88  WS-MSTR-EOF               VALUE 'Y'.
001570 01  WS-RD-EOF-SWITCH            PIC X(01) VALUE 'N'.
001580     88  WS-RD-EOF                 VALUE 'Y'.
001590 01  WS-CKPT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001600     88  WS-CKPT-EOF               VALUE 'Y'.
001610 01  WS-MSTR-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001620     88  WS-MSTR-OPEN              VALUE 'Y'.
001630 01  WS-RD-OPEN-SWITCH           PIC X(01) VALUE 'N'.
001640     88  WS-RD-OPEN                VALUE 'Y'.
001650 01  WS-MTD-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001660     88  WS-MTD-OPEN               VALUE 'Y'.
001670 01  WS-HIST-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001680     88  WS-HIST-OPEN              VALUE 'Y'.
001690 01  WS-DAYS-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001700     88  WS-DAYS-OPEN              VALUE 'Y'.
001710 01  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
001720     88  WS-FOUND                  VALUE 'Y'.
001730 01  WS-RESTART-SWITCH           PIC X(01) VALUE 'N'.
001740     88  WS-RESTART-CITY           VALUE 'Y'.
001750*    THE EXPECTED READING MONTH.
001760 01  WS-EXPECT-PERIOD.
001770     05  WS-EXPECT-YEAR          PIC 9(04).
001780     05  WS-EXPECT-MONTH         PIC 9(02).
001790 01  WS-EXPECT-PERIOD-X REDEFINES WS-EXPECT-PERIOD
001800                                 PIC X(06).
001810 01  WS-EXPECT-PERIOD-N REDEFINES WS-EXPECT-PERIOD
001820                                 PIC 9(06).
001830*    THE MONTH THE EXPECTED MONTH'S HISTORY IS RUN-DATED IN -
001840*    THE MONTH AFTER IT, WHEN THE NIGHTLY RUN FOLLOWING CITYCLOS
001850*    AVERAGES IT.
001860 01  WS-HIST-PERIOD.
001870     05  WS-HIST-YEAR            PIC 9(04).
001880     05  WS-HIST-MONTH           PIC 9(02).
001890 01  WS-HIST-PERIOD-X REDEFINES WS-HIST-PERIOD
001900                                 PIC X(06).
001910 01  WS-RUN-DATE.
001920     05  WS-RUN-YEAR             PIC 9(04).
001930     05  WS-RUN-MONTH            PIC 9(02).
001940     05  WS-RUN-DAY              PIC 9(02).
001950 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
001960                                 PIC X(08).
001970 01  WS-DAYS-IN-MONTH            PIC 9(02) COMP VALUE ZERO.
001980 01  WS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
001990 01  WS-LEAP-REM-4               PIC 9(03) COMP VALUE ZERO.
002000 01  WS-LEAP-REM-100             PIC 9(03) COMP VALUE ZERO.
002010 01  WS-LEAP-REM-400             PIC 9(03) COMP VALUE ZERO.
002020 01  WS-DAY-SUB                  PIC 9(02) COMP VALUE ZERO.
002030 01  WS-SLOT-MISMATCHES          PIC 9(02) COMP VALUE ZERO.
002040*    THE CITY MASTER AND THE READINGS GENERATION, HELD AS
002050*    CITYTEMP WILL HOLD THEM - SAME LIMITS, SO ENTRIES THE
002060*    NIGHTLY RUN WILL LEAVE OUT ARE REPORTED HERE FIRST.
002070 01  WS-MAX-CITIES               PIC 9(03) COMP VALUE 500.
002080 01  WS-CITY-COUNT               PIC 9(03) COMP VALUE ZERO.
002090 01  GATE-CITY-TABLE.
002100     05  GC-ENTRY OCCURS 1 TO 500 TIMES
002110             DEPENDING ON WS-CITY-COUNT.
002120         10  GC-CITY-CODE        PIC X(04).
002130         10  GC-READINGS-SWITCH  PIC X(01).
002140             88  GC-HAS-READINGS   VALUE 'Y'.
002150         10  GC-IN-PERIOD        PIC 9(06).
002160         10  GC-OUT-PERIOD       PIC 9(06).
002170 01  WS-MAX-READINGS             PIC 9(03) COMP VALUE 999.
002180 01  WS-READINGS-COUNT           PIC 9(03) COMP VALUE ZERO.
002190 01  GATE-READINGS-TABLE.
002200     05  GD-ENTRY OCCURS 1 TO 999 TIMES
002210             DEPENDING ON WS-READINGS-COUNT.
002220         10  GD-CITY-CODE        PIC X(04).
002230         10  GD-CKPT-SWITCH      PIC X(01).
002240             88  GD-CHECKPOINTED   VALUE 'Y'.
002250 01  WS-CITY-SUB                 PIC 9(04) COMP VALUE ZERO.
002260 01  WS-SCAN-SUB                 PIC 9(04) COMP VALUE ZERO.
002270*    ONE FAILURE COUNT PER GATE CHECK.  ANY FAILURE IS A
002280*    NO-GO; WARNINGS (A READINGS RECORD WITH NO MASTER ENTRY,
002290*    A CITY READ TWICE) ARE THINGS CITYTEMP ALREADY LOGS AND
002300*    SURVIVES, SO THEY PRINT BUT DO NOT STOP THE NIGHT.
002310 01  WS-FAIL-FEED                PIC 9(03) COMP VALUE ZERO.
002320 01  WS-FAIL-PERIOD              PIC 9(03) COMP VALUE ZERO.
002330 01  WS-FAIL-MISSING             PIC 9(03) COMP VALUE ZERO.
002340 01  WS-FAIL-CLOSE               PIC 9(03) COMP VALUE ZERO.
002350 01  WS-FAIL-PUBLISHED           PIC 9(03) COMP VALUE ZERO.
002360 01  WS-FAIL-NORM                PIC 9(03) COMP VALUE ZERO.
002370 01  WS-FAIL-RECS                PIC 9(03) COMP VALUE ZERO.
002380 01  WS-FAIL-TOTAL               PIC 9(03) COMP VALUE ZERO.
002390 01  WS-WARNINGS                 PIC 9(03) COMP VALUE ZERO.
002400 01  WS-CITIES-READ              PIC 9(03) COMP VALUE ZERO.
002410 01  WS-READINGS-READ            PIC 9(03) COMP VALUE ZERO.
002420 01  WS-RESTART-CITIES           PIC 9(03) COMP VALUE ZERO.
002430 01  WS-EXCEPT-CODE              PIC X(04).
002440 01  WS-EXCEPT-TEXT              PIC X(50).
002450 01  WS-CHECK-DESC               PIC X(44).
002460 01  WS-CHECK-FAILS              PIC 9(03) COMP VALUE ZERO.
002470 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
002480 01  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
002490 01  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002500 01  WS-SAVE-LINE                PIC X(80).
002510 01  WS-TITLE-LINE.
002520     05  FILLER PIC X(80) VALUE
002530        'NIGHTLY RUN PRE-FLIGHT GATE - GO/NO-GO'.
002540 01  WS-REQUEST-LINE.
002550     05  FILLER                  PIC X(16) VALUE
002560        'EXPECTED MONTH: '.
002570     05  WS-RQ-PERIOD             PIC X(06).
002580     05  FILLER                  PIC X(12) VALUE
002590        '  RUN DATE: '.
002600     05  WS-RQ-RUN-DATE           PIC X(08).
002610     05  FILLER                  PIC X(04) VALUE SPACES.
002620     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
002630     05  WS-RQ-PAGE-NO            PIC ZZZ9.
002640     05  FILLER                  PIC X(24) VALUE SPACES.
002650 01  WS-BLANK-LINE.
002660     05  FILLER                  PIC X(80) VALUE SPACES.
002670 01  WS-EXCEPT-HDR-LINE.
002680     05  FILLER                  PIC X(80) VALUE
002690        'EXCEPTIONS FOUND'.
002700 01  WS-EXCEPT-LINE.
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  WS-EX-CODE               PIC X(04).
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  WS-EX-TEXT               PIC X(50).
002750     05  FILLER                  PIC X(22) VALUE SPACES.
002760 01  WS-NONE-LINE.
002770     05  FILLER                  PIC X(80) VALUE
002780        '  NONE'.
002790 01  WS-CHECK-HDR-LINE.
002800     05  FILLER                  PIC X(80) VALUE
002810        'GATE CHECK                                    RESULT  FA
002820-    'ILURES'.
002830 01  WS-CHECK-LINE.
002840     05  WS-CK-DESC               PIC X(44).
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  WS-CK-RESULT             PIC X(04).
002870     05  FILLER                  PIC X(04) VALUE SPACES.
002880     05  WS-CK-FAILS              PIC ZZ9.
002890     05  FILLER                  PIC X(23) VALUE SPACES.
002900 01  WS-WARN-LINE.
002910     05  FILLER                  PIC X(46) VALUE
002920        'WARNINGS (NIGHTLY RUN LOGS AND CONTINUES)'.
002930     05  WS-WN-COUNT              PIC ZZ9.
002940     05  FILLER                  PIC X(31) VALUE SPACES.
002950 01  WS-DECISION-LINE.
002960     05  FILLER                  PIC X(10) VALUE
002970        'DECISION: '.
002980     05  WS-DC-TEXT               PIC X(70).
002990*
003000 LINKAGE SECTION.
003010 01  PARM-DATA.
003020     05  PARM-LENGTH             PIC S9(04) COMP.
003030     05  PARM-PERIOD             PIC X(06).
003040     05  PARM-PERIOD-N REDEFINES PARM-PERIOD
003050                                 PIC 9(06).
003060*
003070 PROCEDURE DIVISION USING PARM-DATA.
003080 0000-MAINLINE.
003090*    TOP LEVEL FLOW OF CONTROL FOR THE PRE-FLIGHT GATE.
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003110     IF NOT WS-PARM-ERROR
003120         PERFORM 2000-CHECK-READINGS THRU 2000-EXIT
003130         PERFORM 2300-CHECK-MASTER-COVERED THRU 2300-EXIT
003140         PERFORM 2400-CHECK-NOT-PUBLISHED THRU 2400-EXIT
003150         PERFORM 2500-CHECK-NORMALS-RECORDS THRU 2500-EXIT
003160     END-IF
003170     PERFORM 3000-TERMINATE THRU 3000-EXIT
003180     GO TO 0000-EXIT.
003190 0000-EXIT.
003200     EXIT.
003210*
003220 1000-INITIALIZE.
003230*    WORKS OUT THE EXPECTED MONTH, STARTS THE GO/NO-GO PAGE
003240*    AND LOADS THE CITY MASTER.  A BAD PARM IS ITSELF A
003250*    NO-GO - THE GATE CANNOT SAY WHAT IT WAS NOT TOLD.
003260     ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD
003270     OPEN OUTPUT GATE-REPORT-FILE
003280     IF PARM-LENGTH = ZERO
003290         MOVE WS-RUN-YEAR  TO WS-EXPECT-YEAR
003300         MOVE WS-RUN-MONTH TO WS-EXPECT-MONTH
003310         IF WS-EXPECT-MONTH = 1
003320             MOVE 12 TO WS-EXPECT-MONTH
003330             SUBTRACT 1 FROM WS-EXPECT-YEAR
003340         ELSE
003350             SUBTRACT 1 FROM WS-EXPECT-MONTH
003360         END-IF
003370     ELSE
003380         IF PARM-LENGTH NOT = 6
003390                 OR PARM-PERIOD-N NOT NUMERIC
003400             PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003410             GO TO 1000-EXIT
003420         END-IF
003430         MOVE PARM-PERIOD TO WS-EXPECT-PERIOD-X
003440         IF WS-EXPECT-MONTH < 1 OR WS-EXPECT-MONTH > 12
003450             PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003460             GO TO 1000-EXIT
003470         END-IF
003480     END-IF
003490     PERFORM 1200-SET-DAYS-IN-MONTH THRU 1200-EXIT
003500     MOVE WS-EXCEPT-HDR-LINE TO GR-PRINT-LINE
003510     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
003520     OPEN INPUT CITY-MASTER-FILE
003530     IF WS-MSTR-STATUS NOT = '00'
003540         MOVE 'MSTR' TO WS-EXCEPT-CODE
003550         MOVE 'CITY MASTER NOT AVAILABLE' TO WS-EXCEPT-TEXT
003560         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
003570         ADD 1 TO WS-FAIL-MISSING
003580         GO TO 1000-EXIT
003590     END-IF
003600     SET WS-MSTR-OPEN TO TRUE
003610     PERFORM 1100-LOAD-ONE-CITY THRU 1100-EXIT
003620         UNTIL WS-MSTR-EOF
003630     IF WS-CITY-COUNT = ZERO
003640         MOVE 'MSTR' TO WS-EXCEPT-CODE
003650         MOVE 'CITY MASTER IS EMPTY' TO WS-EXCEPT-TEXT
003660         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
003670         ADD 1 TO WS-FAIL-MISSING
003680     END-IF.
003690 1000-EXIT.
003700     EXIT.
003710*
003720 1100-LOAD-ONE-CITY.
003730*    READS ONE CITY MASTER RECORD INTO THE GATE'S CITY TABLE.
003740*    A MASTER TOO BIG FOR THE NIGHTLY RUN'S TABLE IS A WARNING
003750*    - CITYTEMP LOGS THE EXTRA CITIES AND RUNS THE REST.
003760     READ CITY-MASTER-FILE
003770         AT END
003780             MOVE 'Y' TO WS-MSTR-EOF-SWITCH
003790             GO TO 1100-EXIT
003800     END-READ
003810     ADD 1 TO WS-CITIES-READ
003820     IF WS-CITY-COUNT >= WS-MAX-CITIES
003830         MOVE CM-CITY-CODE TO WS-EXCEPT-CODE
003840         MOVE 'WARNING - MORE CITIES THAN THE NIGHTLY RUN HOLDS'
003850             TO WS-EXCEPT-TEXT
003860         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
003870         ADD 1 TO WS-WARNINGS
003880         GO TO 1100-EXIT
003890     END-IF
003900     ADD 1 TO WS-CITY-COUNT
003910     MOVE CM-CITY-CODE TO GC-CITY-CODE (WS-CITY-COUNT)
003920     MOVE 'N' TO GC-READINGS-SWITCH (WS-CITY-COUNT)
003930     COMPUTE GC-IN-PERIOD (WS-CITY-COUNT) =
003940         CM-IN-SERVICE-DATE / 100
003950     IF CM-OUT-SERVICE-DATE = ZERO
003960         MOVE 999999 TO GC-OUT-PERIOD (WS-CITY-COUNT)
003970     ELSE
003980         COMPUTE GC-OUT-PERIOD (WS-CITY-COUNT) =
003990             CM-OUT-SERVICE-DATE / 100
004000     END-IF.
004010 1100-EXIT.
004020     EXIT.
004030*
004040 1150-FLAG-BAD-PARM.
004050*    REPORTS AN UNUSABLE PARM AS A NO-GO.
004060     SET WS-PARM-ERROR TO TRUE
004070     DISPLAY 'CITYGATE PARM MUST BE YYYYMM OR OMITTED - GOT: '
004080         PARM-PERIOD
004090     MOVE PARM-PERIOD TO WS-EXPECT-PERIOD-X
004100     MOVE 'PARM' TO WS-EXCEPT-CODE
004110     MOVE 'PARM MUST BE YYYYMM OR OMITTED' TO WS-EXCEPT-TEXT
004120     PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
004130     ADD 1 TO WS-FAIL-PERIOD.
004140 1150-EXIT.
004150     EXIT.
004160*
004170 1200-SET-DAYS-IN-MONTH.
004180*    WORKS OUT HOW MANY DAYS THE EXPECTED MONTH HAS, WITH THE
004190*    FULL CENTURY RULE FOR FEBRUARY - THE SAME COUNT CITYCLOS
004200*    PUTS ON EVERY RECORD IT CUTS.
004210     EVALUATE WS-EXPECT-MONTH
004220         WHEN 4
004230         WHEN 6
004240         WHEN 9
004250         WHEN 11
004260             MOVE 30 TO WS-DAYS-IN-MONTH
004270         WHEN 2
004280             MOVE 28 TO WS-DAYS-IN-MONTH
004290             DIVIDE WS-EXPECT-YEAR BY 4
004300                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
004310             DIVIDE WS-EXPECT-YEAR BY 100
004320                 GIVING WS-LEAP-QUOT
004330                 REMAINDER WS-LEAP-REM-100
004340             DIVIDE WS-EXPECT-YEAR BY 400
004350                 GIVING WS-LEAP-QUOT
004360                 REMAINDER WS-LEAP-REM-400
004370             IF WS-LEAP-REM-400 = ZERO
004380                 MOVE 29 TO WS-DAYS-IN-MONTH
004390             ELSE
004400                 IF WS-LEAP-REM-4 = ZERO
004410                         AND WS-LEAP-REM-100 NOT = ZERO
004420                     MOVE 29 TO WS-DAYS-IN-MONTH
004430                 END-IF
004440             END-IF
004450         WHEN OTHER
004460             MOVE 31 TO WS-DAYS-IN-MONTH
004470     END-EVALUATE.
004480 1200-EXIT.
004490     EXIT.
004500*
004510 2000-CHECK-READINGS.
004520*    READS THE WHOLE CITYRD GENERATION.  EVERY RECORD MUST
004530*    COVER THE EXPECTED MONTH AND MUST MATCH, SLOT FOR SLOT,
004540*    THE CITYMTD RECORD CITYCLOS CUT IT FROM - THAT IS THE
004550*    PROOF THE CLOSE RAN FOR THIS MONTH AND THAT NOTHING WAS
004560*    POSTED OR KEYED OVER THE GENERATION SINCE.
004570     OPEN INPUT CITY-READINGS-FILE
004580     IF WS-RD-STATUS NOT = '00'
004590         MOVE 'CTRD' TO WS-EXCEPT-CODE
004600         MOVE 'READINGS GENERATION NOT AVAILABLE'
004610             TO WS-EXCEPT-TEXT
004620         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
004630         ADD 1 TO WS-FAIL-FEED
004640         GO TO 2000-EXIT
004650     END-IF
004660     SET WS-RD-OPEN TO TRUE
004670     OPEN INPUT CITY-MTD-FILE
004680     IF WS-MTD-STATUS = '00'
004690         SET WS-MTD-OPEN TO TRUE
004700     ELSE
004710         MOVE 'CMTD' TO WS-EXCEPT-CODE
004720         MOVE 'CITYMTD NOT AVAILABLE - CLOSE CANNOT BE PROVED'
004730             TO WS-EXCEPT-TEXT
004740         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
004750         ADD 1 TO WS-FAIL-CLOSE
004760     END-IF
004770     PERFORM 2100-CHECK-ONE-READING THRU 2100-EXIT
004780         UNTIL WS-RD-EOF
004790     IF WS-READINGS-READ = ZERO
004800         MOVE 'CTRD' TO WS-EXCEPT-CODE
004810         MOVE 'READINGS GENERATION IS EMPTY' TO WS-EXCEPT-TEXT
004820         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
004830         ADD 1 TO WS-FAIL-FEED
004840     END-IF.
004850 2000-EXIT.
004860     EXIT.
004870*
004880 2100-CHECK-ONE-READING.
004890*    CHECKS ONE READINGS RECORD AGAINST THE EXPECTED MONTH,
004900*    THE CITY MASTER AND ITS CITYMTD SOURCE RECORD.
004910     READ CITY-READINGS-FILE
004920         AT END
004930             MOVE 'Y' TO WS-RD-EOF-SWITCH
004940             GO TO 2100-EXIT
004950     END-READ
004960     ADD 1 TO WS-READINGS-READ
004970     MOVE CR-CITY-CODE TO WS-EXCEPT-CODE
004980     IF CR-READING-YEAR NOT = WS-EXPECT-YEAR
004990             OR CR-READING-MONTH NOT = WS-EXPECT-MONTH
005000         MOVE 'READINGS ARE NOT FOR THE EXPECTED MONTH'
005010             TO WS-EXCEPT-TEXT
005020         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
005030         ADD 1 TO WS-FAIL-PERIOD
005040         GO TO 2100-EXIT
005050     END-IF
005060     PERFORM 2110-NOTE-READING-CITY THRU 2110-EXIT
005070     IF WS-MTD-OPEN
005080         PERFORM 2200-CHECK-CLOSED-FROM-MTD THRU 2200-EXIT
005090     END-IF.
005100 2100-EXIT.
005110     EXIT.
005120*
005130 2110-NOTE-READING-CITY.
005140*    MARKS THE MASTER CITY THIS RECORD COVERS AND KEEPS ITS
005150*    CODE FOR THE PUBLISHED CHECK.  A CITY READ TWICE, OR NOT
005160*    ON THE MASTER, IS A WARNING: CITYTEMP LOGS BOTH TO
005170*    CITYERR AND CARRIES ON.
005180     MOVE 'N' TO WS-FOUND-SWITCH
005190     PERFORM 2115-TEST-ONE-CITY THRU 2115-EXIT
005200         VARYING WS-SCAN-SUB FROM 1 BY 1
005210         UNTIL WS-SCAN-SUB > WS-CITY-COUNT
005220             OR WS-FOUND
005230     IF NOT WS-FOUND
005240         MOVE 'WARNING - READINGS FOR A CITY NOT ON CITYMSTR'
005250             TO WS-EXCEPT-TEXT
005260         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
005270         ADD 1 TO WS-WARNINGS
005280         GO TO 2110-EXIT
005290     END-IF
005300     IF GC-HAS-READINGS (WS-CITY-SUB)
005310         MOVE 'WARNING - CITY HAS MORE THAN ONE READINGS RECORD'
005320             TO WS-EXCEPT-TEXT
005330         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
005340         ADD 1 TO WS-WARNINGS
005350         GO TO 2110-EXIT
005360     END-IF
005370     MOVE 'Y' TO GC-READINGS-SWITCH (WS-CITY-SUB)
005380     IF WS-READINGS-COUNT >= WS-MAX-READINGS
005390         MOVE 'WARNING - MORE READINGS THAN THE NIGHTLY RUN HOLDS'
005400             TO WS-EXCEPT-TEXT
005410         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
005420         ADD 1 TO WS-WARNINGS
005430         GO TO 2110-EXIT
005440     END-IF
005450     ADD 1 TO WS-READINGS-COUNT
005460     MOVE CR-CITY-CODE TO GD-CITY-CODE (WS-READINGS-COUNT)
005470     MOVE 'N' TO GD-CKPT-SWITCH (WS-READINGS-COUNT).
005480 2110-EXIT.
005490     EXIT.
005500*
005510 2115-TEST-ONE-CITY.
005520*    TESTS ONE CITY TABLE ENTRY AGAINST THE READINGS RECORD.
005530     IF GC-CITY-CODE (WS-SCAN-SUB) = CR-CITY-CODE
005540         SET WS-FOUND TO TRUE
005550         MOVE WS-SCAN-SUB TO WS-CITY-SUB
005560     END-IF.
005570 2115-EXIT.
005580     EXIT.
005590*
005600 2200-CHECK-CLOSED-FROM-MTD.
005610*    A RECORD CITYCLOS CUT HAS THE MONTH'S FULL DAY COUNT AND
005620*    CARRIES EXACTLY THE POSTED CITYMTD SLOTS - A POSTED DAY
005630*    WITH ITS PAIR, AN UNPOSTED DAY AS SPACES.  NO CITYMTD
005640*    RECORD, A SHORT DAY COUNT OR A SLOT THAT DISAGREES MEANS
005650*    THIS GENERATION DID NOT COME FROM THIS MONTH'S CLOSE.
005660     MOVE CR-CITY-CODE     TO MTD-CITY-CODE
005670     MOVE CR-READING-YEAR  TO MTD-READING-YEAR
005680     MOVE CR-READING-MONTH TO MTD-READING-MONTH
005690     READ CITY-MTD-FILE
005700         INVALID KEY
005710             MOVE 'NO CITYMTD RECORD - NOT CLOSED BY CITYCLOS'
005720                 TO WS-EXCEPT-TEXT
005730             PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
005740             ADD 1 TO WS-FAIL-CLOSE
005750             GO TO 2200-EXIT
005760     END-READ
005770     IF CR-DAY-COUNT NOT = WS-DAYS-IN-MONTH
005780         MOVE 'DAY COUNT IS NOT THE WHOLE MONTH CITYCLOS CUTS'
005790             TO WS-EXCEPT-TEXT
005800         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
005810         ADD 1 TO WS-FAIL-CLOSE
005820         GO TO 2200-EXIT
005830     END-IF
005840     MOVE ZERO TO WS-SLOT-MISMATCHES
005850     PERFORM 2210-CHECK-ONE-SLOT THRU 2210-EXIT
005860         VARYING WS-DAY-SUB FROM 1 BY 1
005870         UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH
005880     IF WS-SLOT-MISMATCHES > ZERO
005890         MOVE 'READINGS DISAGREE WITH CITYMTD - CLOSE NOT CURRENT'
005900             TO WS-EXCEPT-TEXT
005910         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
005920         ADD 1 TO WS-FAIL-CLOSE
005930     END-IF.
005940 2200-EXIT.
005950     EXIT.
005960*
005970 2210-CHECK-ONE-SLOT.
005980*    COMPARES ONE DAY OF THE READINGS RECORD WITH ITS CITYMTD
005990*    SLOT.
006000     IF MTD-DAY-POSTED (WS-DAY-SUB) = 'Y'
006010         IF CR-DAILY-LOW (WS-DAY-SUB) (1:4)
006020                 NOT = MTD-DAILY-LOW (WS-DAY-SUB) (1:4)
006030                 OR CR-DAILY-HIGH (WS-DAY-SUB) (1:4)
006040                 NOT = MTD-DAILY-HIGH (WS-DAY-SUB) (1:4)
006050             ADD 1 TO WS-SLOT-MISMATCHES
006060         END-IF
006070     ELSE
006080         IF CR-DAY-READING (WS-DAY-SUB) NOT = SPACES
006090             ADD 1 TO WS-SLOT-MISMATCHES
006100         END-IF
006110     END-IF.
006120 2210-EXIT.
006130     EXIT.
006140*
006150 2300-CHECK-MASTER-COVERED.
006160*    EVERY CITY ON THE MASTER MUST HAVE A READINGS RECORD FOR
006170*    THE MONTH - A CITY CITYTEMP WOULD REPORT AS 'NO READINGS'
006180*    IS CAUGHT HERE INSTEAD, BEFORE THE MONTH IS PUBLISHED
006190*    WITH A HOLE IN IT.
006200*    A CITY OUT OF SERVICE FOR THE MONTH IS NOT EXPECTED TO
006210*    REPORT AND IS PASSED OVER, AS CITYTEMP PASSES IT OVER.
006220     PERFORM 2310-CHECK-ONE-CITY THRU 2310-EXIT
006230         VARYING WS-CITY-SUB FROM 1 BY 1
006240         UNTIL WS-CITY-SUB > WS-CITY-COUNT.
006250 2300-EXIT.
006260     EXIT.
006270*
006280 2310-CHECK-ONE-CITY.
006290*    FLAGS ONE MASTER CITY WITH NO READINGS RECORD.
006300     IF WS-EXPECT-PERIOD-N < GC-IN-PERIOD (WS-CITY-SUB)
006310             OR WS-EXPECT-PERIOD-N > GC-OUT-PERIOD (WS-CITY-SUB)
006320         GO TO 2310-EXIT
006330     END-IF
006340     IF NOT GC-HAS-READINGS (WS-CITY-SUB)
006350         MOVE GC-CITY-CODE (WS-CITY-SUB) TO WS-EXCEPT-CODE
006360         MOVE 'NO READINGS RECORD FOR THE EXPECTED MONTH'
006370             TO WS-EXCEPT-TEXT
006380         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
006390         ADD 1 TO WS-FAIL-MISSING
006400     END-IF.
006410 2310-EXIT.
006420     EXIT.
006430*
006440 2400-CHECK-NOT-PUBLISHED.
006450*    NO CITY ABOUT TO BE RUN MAY ALREADY HAVE THE MONTH ON
006460*    FILE.  CITYHIST IS KEYED BY RUN DATE: TONIGHT'S KEY IS
006470*    TESTED DIRECTLY, AND SO IS ANY RECORD RUN-DATED IN THE
006480*    MONTH AFTER THE EXPECTED MONTH - THE NIGHT AFTER CITYCLOS
006490*    PUBLISHES IT THERE, AND A RERUN ON ANOTHER DAY OF THAT
006500*    MONTH WOULD PUBLISH IT TWICE.  THE READING MONTH ITSELF
006510*    IS TESTED ON CITYDAYS, WHICH IS KEYED BY THE DATE OF THE
006520*    READING - ANY DAY OF THE MONTH ALREADY THERE MEANS THE
006530*    MONTH HAS BEEN THROUGH CITYTEMP BEFORE.  BOTH CLUSTERS
006540*    MUST OPEN.
006550*    A RERUN OF AN INTERRUPTED NIGHT FINDS ITS OWN OUTPUT: A
006560*    CITY CHECKPOINTED ON CITYCKPT FOR TONIGHT'S RUN DATE, OR
006570*    THE CITY IN FLIGHT WHEN THE RUN STOPPED (TONIGHT'S CITYHIST
006580*    KEY BUT NO CHECKPOINT YET), IS A RESTART WARNING - CITYTEMP
006590*    SKIPS THE FIRST AND REDOES THE SECOND.  ONLY A MONTH ON
006600*    CITYHIST UNDER AN EARLIER RUN DATE, OR ON CITYDAYS FOR A
006610*    CITY TONIGHT HAS NOT TOUCHED, IS STILL A NO-GO.  NO
006620*    CITYCKPT AT ALL JUST MEANS NO CITY HAS BEEN CHECKPOINTED.
006630     OPEN INPUT CITY-HISTORY-FILE
006640     IF WS-HIST-STATUS = '00'
006650         SET WS-HIST-OPEN TO TRUE
006660     ELSE
006670         MOVE 'HIST' TO WS-EXCEPT-CODE
006680         MOVE 'CITYHIST NOT AVAILABLE' TO WS-EXCEPT-TEXT
006690         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
006700         ADD 1 TO WS-FAIL-PUBLISHED
006710         GO TO 2400-EXIT
006720     END-IF
006730     OPEN INPUT CITY-DAILY-FILE
006740     IF WS-DAYS-STATUS = '00'
006750         SET WS-DAYS-OPEN TO TRUE
006760     ELSE
006770         MOVE 'DAYS' TO WS-EXCEPT-CODE
006780         MOVE 'CITYDAYS NOT AVAILABLE' TO WS-EXCEPT-TEXT
006790         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
006800         ADD 1 TO WS-FAIL-PUBLISHED
006810         GO TO 2400-EXIT
006820     END-IF
006830     MOVE WS-EXPECT-YEAR  TO WS-HIST-YEAR
006840     MOVE WS-EXPECT-MONTH TO WS-HIST-MONTH
006850     IF WS-HIST-MONTH = 12
006860         MOVE 1 TO WS-HIST-MONTH
006870         ADD 1 TO WS-HIST-YEAR
006880     ELSE
006890         ADD 1 TO WS-HIST-MONTH
006900     END-IF
006910     OPEN INPUT CITY-CHECKPOINT-FILE
006920     IF WS-CKPT-STATUS = '00'
006930         PERFORM 2405-READ-ONE-CHECKPOINT THRU 2405-EXIT
006940             UNTIL WS-CKPT-EOF
006950         CLOSE CITY-CHECKPOINT-FILE
006960     END-IF
006970     PERFORM 2410-CHECK-ONE-PUBLISHED THRU 2410-EXIT
006980         VARYING WS-SCAN-SUB FROM 1 BY 1
006990         UNTIL WS-SCAN-SUB > WS-READINGS-COUNT.
007000 2400-EXIT.
007010     EXIT.
007020*
007030 2405-READ-ONE-CHECKPOINT.
007040*    READS ONE CHECKPOINT RECORD.  ONE FOR TONIGHT'S RUN DATE
007050*    MARKS ITS CITY CHECKPOINTED; ONE FOR AN EARLIER RUN DATE
007060*    IS A LEFTOVER CITYTEMP WILL PRUNE AND IS PASSED OVER.
007070     READ CITY-CHECKPOINT-FILE
007080         AT END
007090             MOVE 'Y' TO WS-CKPT-EOF-SWITCH
007100             GO TO 2405-EXIT
007110     END-READ
007120     IF CKPT-RUN-DATE NOT = WS-RUN-DATE-X
007130         GO TO 2405-EXIT
007140     END-IF
007150     PERFORM 2406-MARK-ONE-READING THRU 2406-EXIT
007160         VARYING WS-CITY-SUB FROM 1 BY 1
007170         UNTIL WS-CITY-SUB > WS-READINGS-COUNT.
007180 2405-EXIT.
007190     EXIT.
007200*
007210 2406-MARK-ONE-READING.
007220*    MARKS ONE READINGS ENTRY CHECKPOINTED IF ITS CITY CODE
007230*    MATCHES THE CHECKPOINT RECORD JUST READ.
007240     IF GD-CITY-CODE (WS-CITY-SUB) = CKPT-CITY-CODE
007250         MOVE 'Y' TO GD-CKPT-SWITCH (WS-CITY-SUB)
007260     END-IF.
007270 2406-EXIT.
007280     EXIT.
007290*
007300 2410-CHECK-ONE-PUBLISHED.
007310*    TESTS ONE CITY'S TONIGHT KEY AND ITS HISTORY MONTH ON
007320*    CITYHIST, AND ITS READING MONTH ON CITYDAYS.  A CITY
007330*    TONIGHT'S INTERRUPTED RUN ALREADY REACHED IS WARNED ONCE
007340*    AS A RESTART AND ITS OWN TONIGHT RECORDS ARE PASSED OVER.
007350     MOVE 'N' TO WS-RESTART-SWITCH
007360     MOVE GD-CITY-CODE (WS-SCAN-SUB) TO WS-EXCEPT-CODE
007370     IF GD-CHECKPOINTED (WS-SCAN-SUB)
007380         MOVE 'RESTART - CITY ALREADY CHECKPOINTED'
007390             TO WS-EXCEPT-TEXT
007400         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
007410         ADD 1 TO WS-WARNINGS
007420         ADD 1 TO WS-RESTART-CITIES
007430         SET WS-RESTART-CITY TO TRUE
007440     END-IF
007450     MOVE GD-CITY-CODE (WS-SCAN-SUB) TO HIST-CITY-CODE
007460     MOVE WS-RUN-DATE-X              TO HIST-RUN-DATE
007470     READ CITY-HISTORY-FILE
007480         INVALID KEY
007490             CONTINUE
007500         NOT INVALID KEY
007510             IF NOT WS-RESTART-CITY
007520                 MOVE 'RESTART - CITY WAS IN FLIGHT'
007530                     TO WS-EXCEPT-TEXT
007540                 PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
007550                 ADD 1 TO WS-WARNINGS
007560                 ADD 1 TO WS-RESTART-CITIES
007570                 SET WS-RESTART-CITY TO TRUE
007580             END-IF
007590     END-READ
007600     MOVE GD-CITY-CODE (WS-SCAN-SUB) TO HIST-CITY-CODE
007610     MOVE WS-HIST-PERIOD-X           TO HIST-RUN-DATE (1:6)
007620     MOVE '01'                       TO HIST-RUN-DATE (7:2)
007630     START CITY-HISTORY-FILE KEY NOT < HIST-KEY
007640         INVALID KEY
007650             GO TO 2420-CHECK-DAYS
007660     END-START
007670     READ CITY-HISTORY-FILE NEXT RECORD
007680         AT END
007690             GO TO 2420-CHECK-DAYS
007700     END-READ
007710*    TONIGHT'S OWN RECORD IS STEPPED OVER - ONLY ANOTHER RUN
007720*    DATE IN THE MONTH MEANS THE MONTH WAS PUBLISHED BEFORE.
007730     IF HIST-CITY-CODE = GD-CITY-CODE (WS-SCAN-SUB)
007740             AND HIST-RUN-DATE = WS-RUN-DATE-X
007750         READ CITY-HISTORY-FILE NEXT RECORD
007760             AT END
007770                 GO TO 2420-CHECK-DAYS
007780         END-READ
007790     END-IF
007800     IF HIST-CITY-CODE = GD-CITY-CODE (WS-SCAN-SUB)
007810             AND HIST-RUN-DATE (1:6) = WS-HIST-PERIOD-X
007820         MOVE 'MONTH ALREADY ON CITYHIST - ALREADY PUBLISHED'
007830             TO WS-EXCEPT-TEXT
007840         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
007850         ADD 1 TO WS-FAIL-PUBLISHED
007860         GO TO 2410-EXIT
007870     END-IF.
007880 2420-CHECK-DAYS.
007890     IF WS-RESTART-CITY
007900         GO TO 2410-EXIT
007910     END-IF
007920     MOVE GD-CITY-CODE (WS-SCAN-SUB) TO DAY-CITY-CODE
007930     MOVE WS-EXPECT-PERIOD-X         TO DAY-DATE (1:6)
007940     MOVE '01'                       TO DAY-DATE (7:2)
007950     START CITY-DAILY-FILE KEY NOT < DAY-KEY
007960         INVALID KEY
007970             GO TO 2410-EXIT
007980     END-START
007990     READ CITY-DAILY-FILE NEXT RECORD
008000         AT END
008010             GO TO 2410-EXIT
008020     END-READ
008030     IF DAY-CITY-CODE = GD-CITY-CODE (WS-SCAN-SUB)
008040             AND DAY-DATE (1:6) = WS-EXPECT-PERIOD-X
008050         MOVE 'MONTH ALREADY ON CITYDAYS - ALREADY PUBLISHED'
008060             TO WS-EXCEPT-TEXT
008070         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
008080         ADD 1 TO WS-FAIL-PUBLISHED
008090     END-IF.
008100 2410-EXIT.
008110     EXIT.
008120*
008130 2500-CHECK-NORMALS-RECORDS.
008140*    CITYNORM AND CITYRECS MUST BOTH OPEN AND HOLD AT LEAST
008150*    ONE RECORD.  CITYTEMP WOULD CARRY ON WITHOUT EITHER -
008160*    GLOBAL BOUNDS AND NO DEPARTURES, OR A RECORDS CLUSTER
008170*    RESEEDED FROM ONE MONTH - AND PUBLISH A NIGHT NOBODY
008180*    WANTS.
008190     OPEN INPUT CITY-NORMALS-FILE
008200     IF WS-NORM-STATUS NOT = '00'
008210         MOVE 'NORM' TO WS-EXCEPT-CODE
008220         MOVE 'CITYNORM NOT AVAILABLE' TO WS-EXCEPT-TEXT
008230         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
008240         ADD 1 TO WS-FAIL-NORM
008250     ELSE
008260         READ CITY-NORMALS-FILE NEXT RECORD
008270             AT END
008280                 MOVE 'NORM' TO WS-EXCEPT-CODE
008290                 MOVE 'CITYNORM IS EMPTY' TO WS-EXCEPT-TEXT
008300                 PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
008310                 ADD 1 TO WS-FAIL-NORM
008320         END-READ
008330         CLOSE CITY-NORMALS-FILE
008340     END-IF
008350     OPEN INPUT CITY-RECORDS-FILE
008360     IF WS-RECS-STATUS NOT = '00'
008370         MOVE 'RECS' TO WS-EXCEPT-CODE
008380         MOVE 'CITYRECS NOT AVAILABLE' TO WS-EXCEPT-TEXT
008390         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
008400         ADD 1 TO WS-FAIL-RECS
008410     ELSE
008420         READ CITY-RECORDS-FILE NEXT RECORD
008430             AT END
008440                 MOVE 'RECS' TO WS-EXCEPT-CODE
008450                 MOVE 'CITYRECS IS EMPTY' TO WS-EXCEPT-TEXT
008460                 PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
008470                 ADD 1 TO WS-FAIL-RECS
008480         END-READ
008490         CLOSE CITY-RECORDS-FILE
008500     END-IF.
008510 2500-EXIT.
008520     EXIT.
008530*
008540 2700-PRINT-ONE-CHECK.
008550*    PRINTS ONE LINE OF THE GATE SUMMARY.
008560     MOVE WS-CHECK-DESC  TO WS-CK-DESC
008570     MOVE WS-CHECK-FAILS TO WS-CK-FAILS
008580     IF WS-CHECK-FAILS = ZERO
008590         MOVE 'PASS' TO WS-CK-RESULT
008600     ELSE
008610         MOVE 'FAIL' TO WS-CK-RESULT
008620     END-IF
008630     ADD WS-CHECK-FAILS TO WS-FAIL-TOTAL
008640     MOVE WS-CHECK-LINE TO GR-PRINT-LINE
008650     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT.
008660 2700-EXIT.
008670     EXIT.
008680*
008690 2800-PRINT-EXCEPTION.
008700*    PRINTS ONE EXCEPTION LINE UNDER THE EXCEPTIONS HEADING
008710*    AND ECHOES IT TO SYSOUT FOR THE OPERATOR.
008720     MOVE WS-EXCEPT-CODE TO WS-EX-CODE
008730     MOVE WS-EXCEPT-TEXT TO WS-EX-TEXT
008740     MOVE WS-EXCEPT-LINE TO GR-PRINT-LINE
008750     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
008760     DISPLAY 'GATE: ' WS-EXCEPT-CODE ' ' WS-EXCEPT-TEXT.
008770 2800-EXIT.
008780     EXIT.
008790*
008800 2900-WRITE-PRINT-LINE.
008810*    WRITES ONE REPORT LINE, HEADING A NEW PAGE FIRST WHEN
008820*    THE CURRENT PAGE IS FULL.
008830     IF WS-LINE-COUNT = ZERO
008840         PERFORM 2910-PRINT-PAGE-HEADER THRU 2910-EXIT
008850     END-IF
008860     WRITE GR-PRINT-LINE
008870         AFTER ADVANCING 1 LINE
008880     ADD 1 TO WS-LINE-COUNT
008890     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008900         MOVE ZERO TO WS-LINE-COUNT
008910     END-IF.
008920 2900-EXIT.
008930     EXIT.
008940*
008950 2910-PRINT-PAGE-HEADER.
008960*    STARTS A NEW PAGE: TITLE, MONTH/PAGE LINE AND A BLANK
008970*    LINE.  THE LINE BEING PRINTED IS PRESERVED AROUND THE
008980*    HEADER WRITES.
008990     ADD 1 TO WS-PAGE-NO
009000     MOVE GR-PRINT-LINE TO WS-SAVE-LINE
009010     WRITE GR-PRINT-LINE FROM WS-TITLE-LINE
009020         AFTER ADVANCING PAGE
009030     MOVE WS-EXPECT-PERIOD-X TO WS-RQ-PERIOD
009040     MOVE WS-RUN-DATE-X      TO WS-RQ-RUN-DATE
009050     MOVE WS-PAGE-NO         TO WS-RQ-PAGE-NO
009060     WRITE GR-PRINT-LINE FROM WS-REQUEST-LINE
009070         AFTER ADVANCING 1 LINE
009080     WRITE GR-PRINT-LINE FROM WS-BLANK-LINE
009090         AFTER ADVANCING 1 LINE
009100     MOVE WS-SAVE-LINE TO GR-PRINT-LINE.
009110 2910-EXIT.
009120     EXIT.
009130*
009140 3000-TERMINATE.
009150*    PRINTS THE GATE SUMMARY AND THE DECISION, CLOSES THE
009160*    DATASETS AND SETS THE RETURN CODE: RC=0 GO, RC=4 GO WITH
009170*    WARNINGS, RC=12 NO-GO.  RC=12 IS THE GATE'S OWN CODE -
009180*    CITYTEMP NEVER ENDS WITH IT - SO THE JOB'S COND TESTS
009190*    AND THE SCHEDULER CAN TELL A STOPPED NIGHT FROM A
009200*    CITYTEMP THAT RAN AND FAILED TO BALANCE.
009210     IF WS-FAIL-FEED = ZERO
009220             AND WS-FAIL-PERIOD = ZERO
009230             AND WS-FAIL-MISSING = ZERO
009240             AND WS-FAIL-CLOSE = ZERO
009250             AND WS-FAIL-PUBLISHED = ZERO
009260             AND WS-FAIL-NORM = ZERO
009270             AND WS-FAIL-RECS = ZERO
009280             AND WS-WARNINGS = ZERO
009290         MOVE WS-NONE-LINE TO GR-PRINT-LINE
009300         PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
009310     END-IF
009320     MOVE WS-BLANK-LINE TO GR-PRINT-LINE
009330     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
009340     MOVE WS-CHECK-HDR-LINE TO GR-PRINT-LINE
009350     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
009360     MOVE 'READINGS GENERATION PRESENT AND LOADABLE'
009370         TO WS-CHECK-DESC
009380     MOVE WS-FAIL-FEED TO WS-CHECK-FAILS
009390     PERFORM 2700-PRINT-ONE-CHECK THRU 2700-EXIT
009400     MOVE 'READINGS COVER THE EXPECTED MONTH'
009410         TO WS-CHECK-DESC
009420     MOVE WS-FAIL-PERIOD TO WS-CHECK-FAILS
009430     PERFORM 2700-PRINT-ONE-CHECK THRU 2700-EXIT
009440     MOVE 'EVERY CITYMSTR CITY HAS A READINGS RECORD'
009450         TO WS-CHECK-DESC
009460     MOVE WS-FAIL-MISSING TO WS-CHECK-FAILS
009470     PERFORM 2700-PRINT-ONE-CHECK THRU 2700-EXIT
009480     MOVE 'CITYCLOS CLOSED THE MONTH FROM CITYMTD'
009490         TO WS-CHECK-DESC
009500     MOVE WS-FAIL-CLOSE TO WS-CHECK-FAILS
009510     PERFORM 2700-PRINT-ONE-CHECK THRU 2700-EXIT
009520     MOVE 'CITY/MONTH NOT ALREADY ON CITYHIST/CITYDAYS'
009530         TO WS-CHECK-DESC
009540     MOVE WS-FAIL-PUBLISHED TO WS-CHECK-FAILS
009550     PERFORM 2700-PRINT-ONE-CHECK THRU 2700-EXIT
009560     MOVE 'CITYNORM OPEN AND NOT EMPTY'
009570         TO WS-CHECK-DESC
009580     MOVE WS-FAIL-NORM TO WS-CHECK-FAILS
009590     PERFORM 2700-PRINT-ONE-CHECK THRU 2700-EXIT
009600     MOVE 'CITYRECS OPEN AND NOT EMPTY'
009610         TO WS-CHECK-DESC
009620     MOVE WS-FAIL-RECS TO WS-CHECK-FAILS
009630     PERFORM 2700-PRINT-ONE-CHECK THRU 2700-EXIT
009640     MOVE WS-WARNINGS TO WS-WN-COUNT
009650     MOVE WS-WARN-LINE TO GR-PRINT-LINE
009660     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
009670     MOVE WS-BLANK-LINE TO GR-PRINT-LINE
009680     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
009690     EVALUATE TRUE
009700         WHEN WS-FAIL-TOTAL > ZERO
009710             MOVE 'NO-GO - NIGHTLY RUN STOPPED, NOTHING WRITTEN'
009720                 TO WS-DC-TEXT
009730             MOVE 12 TO RETURN-CODE
009740         WHEN WS-WARNINGS > ZERO
009750             MOVE 'GO WITH WARNINGS' TO WS-DC-TEXT
009760             MOVE 4 TO RETURN-CODE
009770         WHEN OTHER
009780             MOVE 'GO' TO WS-DC-TEXT
009790             MOVE ZERO TO RETURN-CODE
009800     END-EVALUATE
009810     MOVE WS-DECISION-LINE TO GR-PRINT-LINE
009820     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
009830     IF WS-MSTR-OPEN
009840         CLOSE CITY-MASTER-FILE
009850     END-IF
009860     IF WS-RD-OPEN
009870         CLOSE CITY-READINGS-FILE
009880     END-IF
009890     IF WS-MTD-OPEN
009900         CLOSE CITY-MTD-FILE
009910     END-IF
009920     IF WS-HIST-OPEN
009930         CLOSE CITY-HISTORY-FILE
009940     END-IF
009950     IF WS-DAYS-OPEN
009960         CLOSE CITY-DAILY-FILE
009970     END-IF
009980     CLOSE GATE-REPORT-FILE
009990     DISPLAY 'PRE-FLIGHT GATE TOTALS'
010000     DISPLAY '  EXPECTED MONTH......: ' WS-EXPECT-PERIOD-X
010010     DISPLAY '  MASTER CITIES READ..: ' WS-CITIES-READ
010020     DISPLAY '  READINGS READ.......: ' WS-READINGS-READ
010030     DISPLAY '  CHECK FAILURES......: ' WS-FAIL-TOTAL
010040     DISPLAY '  WARNINGS............: ' WS-WARNINGS
010050     DISPLAY '  RESTART CITIES......: ' WS-RESTART-CITIES
010060     DISPLAY '  DECISION............: ' WS-DC-TEXT
010070     STOP RUN.
010080 3000-EXIT.
010090     EXIT.
010100 END PROGRAM CITYGATE.
